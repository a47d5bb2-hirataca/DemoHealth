000100*-------------------------------------------------------------*
000200* HCIPRUNR - NIGHTLY BATCH RUN-CONTROL RECORD                  *
000300*                                                               *
000400* VSAM KSDS HCIPRUN, key RUN-BUSINESS-DATE + RUN-JOB-NAME.     *
000500* One record per batch job and business date, kept by the      *
000600* HCIPRUN0 run-control module: written RUNNING when the job is *
000700* let start, set COMPLETE (return code 4 or less) or FAILED    *
000800* when the job posts its end, and REFUSED when the start is    *
000900* turned away for a predecessor not yet complete.  A start     *
001000* refused because the job already completed (or never posted   *
001100* its end) leaves the status alone and only adds to            *
001200* RUN-REFUSED-COUNT.  RUN-MESSAGE holds the refusal reason, or *
001300* the override reason when the checks were bypassed by an      *
001400* override card.  Read by HCIPRUN1 for the morning status      *
001500* report.                                                      *
001600*-------------------------------------------------------------*
001700 01  HCIP-RUN-CONTROL-RECORD.
001800     03  RUN-KEY.
001900         05  RUN-BUSINESS-DATE        PIC X(10).
002000         05  RUN-JOB-NAME             PIC X(08).
002100     03  RUN-STATUS                   PIC X(01).
002200         88  RUN-RUNNING                  VALUE 'R'.
002300         88  RUN-COMPLETE                 VALUE 'C'.
002400         88  RUN-FAILED                   VALUE 'F'.
002500         88  RUN-REFUSED                  VALUE 'X'.
002600     03  RUN-START-DATE               PIC X(10).
002700     03  RUN-START-TIME               PIC X(08).
002800     03  RUN-END-DATE                 PIC X(10).
002900     03  RUN-END-TIME                 PIC X(08).
003000     03  RUN-RECORDS-IN               PIC 9(09).
003100     03  RUN-RECORDS-OUT              PIC 9(09).
003200     03  RUN-JOB-RC                   PIC 9(04).
003300     03  RUN-ATTEMPT-COUNT            PIC 9(03).
003400     03  RUN-REFUSED-COUNT            PIC 9(03).
003500     03  RUN-OVERRIDE-SW              PIC X(01).
003600         88  RUN-OVERRIDDEN               VALUE 'Y'.
003700     03  RUN-MESSAGE                  PIC X(60).
003800     03  FILLER                       PIC X(36).
