000100*-------------------------------------------------------------*
000200* HCIPRUNL - NIGHTLY BATCH STATUS REPORT PRINT LINE            *
000300*                                                               *
000400* One 133-byte print record (carriage-control byte plus a      *
000500* 132-byte body) written by HCIPRUN1.  RNL-SECTION-HDR,        *
000600* RNL-JOB-DTL, RNL-NOTE and RNL-TOTAL are alternate views of   *
000700* the same body area, one per line type the report produces.   *
000800*-------------------------------------------------------------*
000900 01  HCIP-RNL-LINE.
001000     03  RNL-CC                   PIC X(01).
001100     03  RNL-BODY                 PIC X(132).
001200     03  RNL-SECTION-HDR REDEFINES RNL-BODY.
001300         05  RNL-SH-TITLE         PIC X(60).
001400         05  FILLER               PIC X(02).
001500         05  RNL-SH-BUSINESS-DATE PIC X(10).
001600         05  FILLER               PIC X(60).
001700     03  RNL-JOB-DTL REDEFINES RNL-BODY.
001800         05  RNL-JD-FLAG          PIC X(01).
001900         05  FILLER               PIC X(01).
002000         05  RNL-JD-JOB-NAME      PIC X(08).
002100         05  FILLER               PIC X(02).
002200         05  RNL-JD-STATUS        PIC X(13).
002300         05  FILLER               PIC X(02).
002400         05  RNL-JD-START         PIC X(19).
002500         05  FILLER               PIC X(02).
002600         05  RNL-JD-END           PIC X(19).
002700         05  FILLER               PIC X(02).
002800         05  RNL-JD-RECORDS-IN    PIC Z(08)9.
002900         05  FILLER               PIC X(02).
003000         05  RNL-JD-RECORDS-OUT   PIC Z(08)9.
003100         05  FILLER               PIC X(02).
003200         05  RNL-JD-RC            PIC ZZZ9.
003300         05  FILLER               PIC X(02).
003400         05  RNL-JD-ATTEMPTS      PIC ZZ9.
003500         05  FILLER               PIC X(02).
003600         05  RNL-JD-REFUSALS      PIC ZZ9.
003700         05  FILLER               PIC X(02).
003800         05  RNL-JD-OVERRIDE      PIC X(01).
003900         05  FILLER               PIC X(24).
004000     03  RNL-NOTE REDEFINES RNL-BODY.
004100         05  FILLER               PIC X(12).
004200         05  RNL-NT-LABEL         PIC X(08).
004300         05  RNL-NT-TEXT          PIC X(60).
004400         05  FILLER               PIC X(52).
004500     03  RNL-TOTAL REDEFINES RNL-BODY.
004600         05  FILLER               PIC X(02).
004700         05  RNL-TOT-LABEL        PIC X(34).
004800         05  RNL-TOT-COUNT        PIC Z(07)9.
004900         05  FILLER               PIC X(88).
