000100*-------------------------------------------------------------*
000200* HCIPRSKL - CLINICAL RISK WORKLIST PRINT LINE                 *
000300*                                                               *
000400* One 133-byte print record (carriage-control byte plus a      *
000500* 132-byte body) written by HCIPRSK1.  RWL-SECTION-HDR,        *
000600* RWL-RANK-DTL and RWL-TOTAL are alternate views of the same   *
000700* body area, one per line type the report produces.            *
000800*-------------------------------------------------------------*
000900 01  HCIP-RWL-LINE.
001000     03  RWL-CC                   PIC X(01).
001100     03  RWL-BODY                 PIC X(132).
001200     03  RWL-SECTION-HDR REDEFINES RWL-BODY.
001300         05  RWL-SH-TITLE         PIC X(60).
001400         05  FILLER               PIC X(02).
001500         05  RWL-SH-RUN-DATE      PIC X(10).
001600         05  FILLER               PIC X(60).
001700     03  RWL-RANK-DTL REDEFINES RWL-BODY.
001800         05  FILLER               PIC X(01).
001900         05  RWL-RD-RANK          PIC Z(03)9.
002000         05  FILLER               PIC X(02).
002100         05  RWL-RD-PATIENT-ID    PIC X(10).
002200         05  FILLER               PIC X(02).
002300         05  RWL-RD-NAME          PIC X(31).
002400         05  FILLER               PIC X(02).
002500         05  RWL-RD-SCORE         PIC Z(05)9.
002600         05  FILLER               PIC X(02).
002700         05  RWL-RD-BREACHES      PIC ZZ9.
002800         05  FILLER               PIC X(02).
002900         05  RWL-RD-ESCALATED     PIC ZZ9.
003000         05  FILLER               PIC X(02).
003100         05  RWL-RD-OPEN-ALERTS   PIC ZZ9.
003200         05  FILLER               PIC X(02).
003300         05  RWL-RD-NO-SHOWS      PIC ZZ9.
003400         05  FILLER               PIC X(02).
003500         05  RWL-RD-NO-VISIT      PIC X(05).
003600         05  FILLER               PIC X(02).
003700         05  RWL-RD-MS-TREND      PIC X(25).
003800         05  FILLER               PIC X(20).
003900     03  RWL-TOTAL REDEFINES RWL-BODY.
004000         05  FILLER               PIC X(02).
004100         05  RWL-TOT-LABEL        PIC X(34).
004200         05  RWL-TOT-COUNT        PIC Z(07)9.
004300         05  FILLER               PIC X(88).
