000100*-------------------------------------------------------------*
000200* HCIPDSCL - ACCOUNTING OF DISCLOSURES REPORT PRINT LINE       *
000300*                                                               *
000400* One 133-byte print record (carriage-control byte plus a      *
000500* 132-byte body) written by HCIPDSC1.  DSC-SECTION-HDR,        *
000600* DSC-LABEL-DTL, DSC-DISCLOSURE-DTL and DSC-TOTAL are          *
000700* alternate views of the same body area, one per line type the *
000800* report produces.                                             *
000900*-------------------------------------------------------------*
001000 01  HCIP-DSC-LINE.
001100     03  DSC-CC                   PIC X(01).
001200     03  DSC-BODY                 PIC X(132).
001300     03  DSC-SECTION-HDR REDEFINES DSC-BODY.
001400         05  DSC-SH-TITLE         PIC X(60).
001500         05  FILLER               PIC X(02).
001600         05  DSC-SH-RPT-DATE      PIC X(10).
001700         05  FILLER               PIC X(60).
001800     03  DSC-LABEL-DTL REDEFINES DSC-BODY.
001900         05  FILLER               PIC X(02).
002000         05  DSC-LD-LABEL         PIC X(20).
002100         05  DSC-LD-VALUE         PIC X(60).
002200         05  FILLER               PIC X(50).
002300     03  DSC-DISCLOSURE-DTL REDEFINES DSC-BODY.
002400         05  FILLER               PIC X(02).
002500         05  DSC-DD-DATE          PIC X(10).
002600         05  FILLER               PIC X(02).
002700         05  DSC-DD-TIME          PIC X(08).
002800         05  FILLER               PIC X(02).
002900         05  DSC-DD-TYPE          PIC X(22).
003000         05  FILLER               PIC X(02).
003100         05  DSC-DD-RECIPIENT     PIC X(24).
003200         05  FILLER               PIC X(02).
003300         05  DSC-DD-OPERATOR-ID   PIC X(10).
003400         05  FILLER               PIC X(02).
003500         05  DSC-DD-CORR-ID       PIC X(16).
003600         05  FILLER               PIC X(30).
003700     03  DSC-TOTAL REDEFINES DSC-BODY.
003800         05  FILLER               PIC X(02).
003900         05  DSC-TOT-LABEL        PIC X(34).
004000         05  DSC-TOT-COUNT        PIC Z(07)9.
004100         05  FILLER               PIC X(88).
