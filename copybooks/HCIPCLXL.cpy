000100*-------------------------------------------------------------*
000200* HCIPCLXL - CLAIMS EXCEPTIONS REPORT PRINT LINE               *
000300*                                                               *
000400* One 133-byte print record (carriage-control byte plus a      *
000500* 132-byte body) written by HCIPCLM1.  CLX-SECTION-HDR,        *
000600* CLX-EXCEPTION-DTL and CLX-TOTAL are alternate views of the   *
000700* same body area, one per line type the report produces.       *
000800*-------------------------------------------------------------*
000900 01  HCIP-CLX-LINE.
001000     03  CLX-CC                   PIC X(01).
001100     03  CLX-BODY                 PIC X(132).
001200     03  CLX-SECTION-HDR REDEFINES CLX-BODY.
001300         05  CLX-SH-TITLE         PIC X(60).
001400         05  FILLER               PIC X(72).
001500     03  CLX-EXCEPTION-DTL REDEFINES CLX-BODY.
001600         05  FILLER               PIC X(02).
001700         05  CLX-ED-PATIENT-ID    PIC X(10).
001800         05  FILLER               PIC X(02).
001900         05  CLX-ED-DATE          PIC X(10).
002000         05  FILLER               PIC X(02).
002100         05  CLX-ED-TIME          PIC X(10).
002200         05  FILLER               PIC X(02).
002300         05  CLX-ED-CLINIC-ID     PIC X(10).
002400         05  FILLER               PIC X(02).
002500         05  CLX-ED-INS-CARD-NUM  PIC X(10).
002600         05  FILLER               PIC X(02).
002700         05  CLX-ED-REASON        PIC X(40).
002800         05  FILLER               PIC X(30).
002900     03  CLX-TOTAL REDEFINES CLX-BODY.
003000         05  FILLER               PIC X(02).
003100         05  CLX-TOT-LABEL        PIC X(34).
003200         05  CLX-TOT-COUNT        PIC Z(07)9.
003300         05  FILLER               PIC X(88).
