000100*-------------------------------------------------------------*
000200* HCIPCHRL - DEMOGRAPHIC CHANGE REPORT PRINT LINE              *
000300*                                                               *
000400* One 133-byte print record (carriage-control byte plus a      *
000500* 132-byte body) written by HCIPCHR1.  CHR-SECTION-HDR,        *
000600* CHR-CHANGE-DTL, CHR-BURST-DTL, CHR-OPER-DTL and CHR-TOTAL    *
000700* are alternate views of the same body area, one per line type *
000800* the report produces.                                         *
000900*-------------------------------------------------------------*
001000 01  HCIP-CHR-LINE.
001100     03  CHR-CC                   PIC X(01).
001200     03  CHR-BODY                 PIC X(132).
001300     03  CHR-SECTION-HDR REDEFINES CHR-BODY.
001400         05  CHR-SH-TITLE         PIC X(60).
001500         05  FILLER               PIC X(02).
001600         05  CHR-SH-RPT-DATE      PIC X(10).
001700         05  FILLER               PIC X(60).
001800     03  CHR-CHANGE-DTL REDEFINES CHR-BODY.
001900         05  FILLER               PIC X(01).
002000         05  CHR-CD-PATIENT-ID    PIC X(10).
002100         05  FILLER               PIC X(01).
002200         05  CHR-CD-TIME          PIC X(08).
002300         05  FILLER               PIC X(01).
002400         05  CHR-CD-FIELD-NAME    PIC X(17).
002500         05  FILLER               PIC X(01).
002600         05  CHR-CD-BEFORE        PIC X(30).
002700         05  FILLER               PIC X(01).
002800         05  CHR-CD-AFTER         PIC X(30).
002900         05  FILLER               PIC X(01).
003000         05  CHR-CD-OPERATOR-ID   PIC X(10).
003100         05  FILLER               PIC X(01).
003200         05  CHR-CD-CORR-ID       PIC X(16).
003300         05  FILLER               PIC X(04).
003400     03  CHR-BURST-DTL REDEFINES CHR-BODY.
003500         05  FILLER               PIC X(02).
003600         05  CHR-BD-PATIENT-ID    PIC X(10).
003700         05  FILLER               PIC X(02).
003800         05  CHR-BD-ADDR-CHANGES  PIC Z(04)9.
003900         05  FILLER               PIC X(02).
004000         05  CHR-BD-EMAIL-CHANGES PIC Z(04)9.
004100         05  FILLER               PIC X(02).
004200         05  CHR-BD-FIRST-TIME    PIC X(08).
004300         05  FILLER               PIC X(02).
004400         05  CHR-BD-LAST-TIME     PIC X(08).
004500         05  FILLER               PIC X(02).
004600         05  CHR-BD-LAST-OPERATOR PIC X(10).
004700         05  FILLER               PIC X(74).
004800     03  CHR-OPER-DTL REDEFINES CHR-BODY.
004900         05  FILLER               PIC X(02).
005000         05  CHR-OD-OPERATOR-ID   PIC X(10).
005100         05  FILLER               PIC X(02).
005200         05  CHR-OD-ADDR-CHANGES  PIC Z(04)9.
005300         05  FILLER               PIC X(02).
005400         05  CHR-OD-EMAIL-CHANGES PIC Z(04)9.
005500         05  FILLER               PIC X(02).
005600         05  CHR-OD-PATIENTS      PIC Z(04)9.
005700         05  FILLER               PIC X(02).
005800         05  CHR-OD-FLAG          PIC X(20).
005900         05  FILLER               PIC X(77).
006000     03  CHR-TOTAL REDEFINES CHR-BODY.
006100         05  FILLER               PIC X(02).
006200         05  CHR-TOT-LABEL        PIC X(34).
006300         05  CHR-TOT-COUNT        PIC Z(07)9.
006400         05  FILLER               PIC X(88).
