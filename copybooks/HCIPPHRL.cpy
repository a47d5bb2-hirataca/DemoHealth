000100*-------------------------------------------------------------*
000200* HCIPPHRL - PHARMACY RECONCILIATION REPORT PRINT LINE         *
000300*                                                               *
000400* One 133-byte print record (carriage-control byte plus a      *
000500* 132-byte body) written by HCIPPHR1.  PHR-SECTION-HDR,        *
000600* PHR-ORDER-DTL and PHR-TOTAL are alternate views of the same  *
000700* body area, one per line type the report produces.            *
000800*-------------------------------------------------------------*
000900 01  HCIP-PHR-LINE.
001000     03  PHR-CC                   PIC X(01).
001100     03  PHR-BODY                 PIC X(132).
001200     03  PHR-SECTION-HDR REDEFINES PHR-BODY.
001300         05  PHR-SH-TITLE         PIC X(60).
001400         05  FILLER               PIC X(72).
001500     03  PHR-ORDER-DTL REDEFINES PHR-BODY.
001600         05  FILLER               PIC X(02).
001700         05  PHR-OD-PATIENT-ID    PIC X(10).
001800         05  FILLER               PIC X(02).
001900         05  PHR-OD-PRESCRIPTION-ID PIC X(10).
002000         05  FILLER               PIC X(02).
002100         05  PHR-OD-ORDER-TYPE    PIC X(06).
002200         05  FILLER               PIC X(02).
002300         05  PHR-OD-DRUG-NAME     PIC X(30).
002400         05  FILLER               PIC X(02).
002500         05  PHR-OD-DATE          PIC X(10).
002600         05  FILLER               PIC X(02).
002700         05  PHR-OD-DETAIL        PIC X(40).
002800         05  FILLER               PIC X(14).
002900     03  PHR-TOTAL REDEFINES PHR-BODY.
003000         05  FILLER               PIC X(02).
003100         05  PHR-TOT-LABEL        PIC X(34).
003200         05  PHR-TOT-COUNT        PIC Z(07)9.
003300         05  FILLER               PIC X(88).
