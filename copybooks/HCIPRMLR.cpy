000100*-------------------------------------------------------------*
000200* HCIPRMLR - APPOINTMENT REMINDER LOG RECORD                   *
000300*                                                               *
000400* VSAM KSDS HCIPRML, key RML-APPT-KEY (the full HCIPSCH        *
000500* appointment key) + RML-MSG-TYPE.  One record per message    *
000600* the nightly HCIPRMD1 reminder job sends or skips for an     *
000700* appointment: R the day-before reminder, A the advance       *
000800* reminder some days out, N the missed-appointment (no-show)  *
000900* rebook message.  RML-RESULT-SW S means the message was      *
001000* handed to the NTFY gateway feed on RML-CHANNEL-SW (P phone, *
001100* E email) to RML-CONTACT; K means it was skipped, with the   *
001200* reason in RML-SKIP-REASON (CW: the patient has withdrawn    *
001250* reminder contact on HCIPCON).  A message already logged as  *
001300* sent is never sent again, so a rerun is harmless; a skipped *
001400* one is retried on the next run and the record rewritten.    *
001500*-------------------------------------------------------------*
001600 01  HCIP-REMIND-LOG-RECORD.
001700     03  RML-KEY.
001800         05  RML-APPT-KEY.
001900             07  RML-PATIENT-ID       PIC 9(10).
002000             07  RML-APPT-DATE        PIC X(10).
002100             07  RML-APPT-TIME        PIC X(10).
002200         05  RML-MSG-TYPE             PIC X(01).
002300             88  RML-NEXT-DAY             VALUE 'R'.
002400             88  RML-ADVANCE              VALUE 'A'.
002500             88  RML-NOSHOW               VALUE 'N'.
002600     03  RML-LOG-DATE                 PIC X(10).
002700     03  RML-LOG-TIME                 PIC X(08).
002800     03  RML-CLINIC-ID                PIC X(10).
002900     03  RML-RESULT-SW                PIC X(01).
003000         88  RML-SENT                     VALUE 'S'.
003100         88  RML-SKIPPED                  VALUE 'K'.
003200     03  RML-CHANNEL-SW               PIC X(01).
003300         88  RML-BY-PHONE                 VALUE 'P'.
003400         88  RML-BY-EMAIL                 VALUE 'E'.
003500     03  RML-SKIP-REASON              PIC X(02).
003600         88  RML-NO-CONTACT               VALUE 'NC'.
003700         88  RML-PATIENT-MERGED           VALUE 'MG'.
003800         88  RML-PATIENT-MISSING          VALUE 'NP'.
003850         88  RML-CONTACT-WITHDRAWN        VALUE 'CW'.
003900     03  RML-CONTACT                  PIC X(50).
004000     03  FILLER                       PIC X(20).
