000100*-------------------------------------------------------------*
000200* HCIPRUNA - RUN-CONTROL CALL AREA                             *
000300*                                                               *
000400* Parameter area passed on CALL 'HCIPRUN0' by every batch job  *
000500* under run control.  RUNC-FN-START before the job opens its   *
000600* files: HCIPRUN0 reads the optional HCIPRCO override card,    *
000700* works out the business date and checks HCIPRUN; anything but *
000800* RUNC-OK means the job must stop (return code 12 refused, 16  *
000900* run-control error).  RUNC-FN-END as the job stops, normally  *
001000* or through its abend paragraph, with the job's record counts *
001100* and return code, which HCIPRUN0 posts.  RUNC-FN-DATE only    *
001200* returns the business date.  The business date is the         *
001300* override card date when one is given, otherwise today - or   *
001400* yesterday when the clock is before the noon cut-off, so the  *
001500* whole night posts under one date.                            *
001600*-------------------------------------------------------------*
001700 01  HCIP-RUN-CONTROL-AREA.
001800     03  RUNC-FUNCTION                PIC X(05).
001900         88  RUNC-FN-START                VALUE 'START'.
002000         88  RUNC-FN-END                  VALUE 'END  '.
002100         88  RUNC-FN-DATE                 VALUE 'DATE '.
002200     03  RUNC-JOB-NAME                PIC X(08).
002300     03  RUNC-BUSINESS-DATE           PIC X(10).
002400     03  RUNC-RECORDS-IN              PIC 9(09).
002500     03  RUNC-RECORDS-OUT             PIC 9(09).
002600     03  RUNC-JOB-RC                  PIC 9(04).
002700     03  RUNC-RESULT                  PIC X(01).
002800         88  RUNC-OK                      VALUE 'O'.
002900         88  RUNC-REFUSED                 VALUE 'R'.
003000         88  RUNC-ERROR                   VALUE 'E'.
003100     03  RUNC-OVERRIDE-SW             PIC X(01).
003200         88  RUNC-OVERRIDDEN              VALUE 'Y'.
003300     03  RUNC-MESSAGE                 PIC X(60).
003400     03  FILLER                       PIC X(20).
