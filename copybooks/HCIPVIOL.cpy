000100*-------------------------------------------------------------*
000200* HCIPVIOL - AUTHORISATION VIOLATIONS REPORT PRINT LINE        *
000300*                                                               *
000400* One 133-byte print record (carriage-control byte plus a      *
000500* 132-byte body) written by HCIPVIO1.  VIO-SECTION-HDR,        *
000600* VIO-TALLY-DTL, VIO-ATTEMPT-DTL and VIO-TOTAL are alternate   *
000700* views of the same body area, one per line type the report    *
000800* produces.                                                    *
000900*-------------------------------------------------------------*
001000 01  HCIP-VIO-LINE.
001100     03  VIO-CC                   PIC X(01).
001200     03  VIO-BODY                 PIC X(132).
001300     03  VIO-SECTION-HDR REDEFINES VIO-BODY.
001400         05  VIO-SH-TITLE         PIC X(60).
001500         05  FILLER               PIC X(02).
001600         05  VIO-SH-RUN-DATE      PIC X(10).
001700         05  FILLER               PIC X(60).
001800     03  VIO-TALLY-DTL REDEFINES VIO-BODY.
001900         05  FILLER               PIC X(02).
002000         05  VIO-TD-OPERATOR-ID   PIC X(10).
002100         05  FILLER               PIC X(02).
002200         05  VIO-TD-REQUEST-ID    PIC X(06).
002300         05  FILLER               PIC X(02).
002400         05  VIO-TD-COUNT         PIC Z(07)9.
002500         05  FILLER               PIC X(02).
002600         05  VIO-TD-FIRST-TS      PIC X(26).
002700         05  FILLER               PIC X(02).
002800         05  VIO-TD-LAST-TS       PIC X(26).
002900         05  FILLER               PIC X(46).
003000     03  VIO-ATTEMPT-DTL REDEFINES VIO-BODY.
003100         05  FILLER               PIC X(02).
003200         05  VIO-AD-TIMESTAMP     PIC X(26).
003300         05  FILLER               PIC X(02).
003400         05  VIO-AD-OPERATOR-ID   PIC X(10).
003500         05  FILLER               PIC X(02).
003600         05  VIO-AD-REQUEST-ID    PIC X(06).
003700         05  FILLER               PIC X(02).
003800         05  VIO-AD-PATIENT-ID    PIC X(10).
003900         05  FILLER               PIC X(02).
004000         05  VIO-AD-CORR-ID       PIC X(16).
004100         05  FILLER               PIC X(54).
004200     03  VIO-TOTAL REDEFINES VIO-BODY.
004300         05  FILLER               PIC X(02).
004400         05  VIO-TOT-LABEL        PIC X(34).
004500         05  VIO-TOT-COUNT        PIC Z(07)9.
004600         05  FILLER               PIC X(88).
