000100*-------------------------------------------------------------*
000200* HCIPRSKR - RISK WORKLIST OUTREACH EXTRACT RECORD             *
000300*                                                               *
000400* One 200-byte record per patient in the top of the HCIPRSK1   *
000500* clinical risk worklist, highest score first, for the         *
000600* outreach team's call list.  RSK-SCORE is the weighted sum of *
000700* the reasons carried beside it: breach visits, escalated and  *
000800* still unacknowledged alerts and no-shows inside the rolling  *
000900* window, no visit for the no-visit day count while on an      *
001000* active prescription, and a worsening mental state            *
001100* (RSK-MS-FROM is the window's first ranked reading, RSK-MS-TO *
001200* its last).  The weights and windows are on the HCIPPRM card  *
001300* of the run.                                                  *
001400*-------------------------------------------------------------*
001500 01  HCIP-RISK-EXTRACT-RECORD.
001600     03  RSK-RUN-DATE                 PIC X(10).
001700     03  RSK-RANK                     PIC 9(04).
001800     03  RSK-PATIENT-ID               PIC 9(10).
001900     03  RSK-PATIENT-NAME             PIC X(31).
002000     03  RSK-PHONE-MOBILE             PIC X(20).
002100     03  RSK-EMAIL-ADDRESS            PIC X(50).
002200     03  RSK-SCORE                    PIC 9(06).
002300     03  RSK-BREACH-COUNT             PIC 9(03).
002400     03  RSK-ESCALATED-COUNT          PIC 9(03).
002500     03  RSK-OPEN-ALERT-COUNT         PIC 9(03).
002600     03  RSK-NO-SHOW-COUNT            PIC 9(03).
002700     03  RSK-NO-VISIT-SW              PIC X(01).
002800         88  RSK-NO-VISIT-ON-MEDS         VALUE 'Y'.
002900     03  RSK-LAST-VISIT-DATE          PIC X(10).
003000     03  RSK-MS-WORSE-SW              PIC X(01).
003100         88  RSK-MS-WORSENING             VALUE 'Y'.
003200     03  RSK-MS-FROM                  PIC X(12).
003300     03  RSK-MS-TO                    PIC X(12).
003400     03  FILLER                       PIC X(21).
