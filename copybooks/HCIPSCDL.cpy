000300*                                                               *
000400* One 133-byte print record (carriage-control byte plus a      *
000500* 132-byte body) written by HCIPSCD1.  SCD-SECTION-HDR,        *
000600* SCD-CLINIC-HDR, SCD-APPT-DTL, SCD-UTIL-DTL, SCD-NOSHOW-DTL   *
000700* and SCD-TOTAL are alternate views of the same body area, one *
000800* per line type the schedule report produces.                  *
000900*-------------------------------------------------------------*
001000 01  HCIP-SCD-LINE.
001100     03  SCD-CC                   PIC X(01).
001700         05  FILLER               PIC X(02).
001800         05  SCD-CH-LABEL         PIC X(08).
001900         05  SCD-CH-CLINIC-ID     PIC X(10).
002000         05  FILLER               PIC X(02).
002010         05  SCD-CH-CLINIC-NAME   PIC X(40).
002020         05  FILLER               PIC X(70).
002100     03  SCD-APPT-DTL REDEFINES SCD-BODY.
002200         05  FILLER               PIC X(04).
002300         05  SCD-AD-TIME          PIC X(10).
002800         05  FILLER               PIC X(02).
002900         05  SCD-AD-STATUS        PIC X(10).
003000         05  FILLER               PIC X(62).
003005     03  SCD-UTIL-DTL REDEFINES SCD-BODY.
003010         05  FILLER               PIC X(04).
003015         05  SCD-UD-LABEL         PIC X(14).
003020         05  SCD-UD-BOOKED        PIC Z(04)9.
003025         05  SCD-UD-OF            PIC X(04).
003030         05  SCD-UD-CAPACITY      PIC Z(04)9.
003035         05  SCD-UD-PCT-LABEL     PIC X(02).
003040         05  SCD-UD-PCT           PIC Z(03)9.
003045         05  SCD-UD-PCT-SIGN      PIC X(02).
003050         05  SCD-UD-NOTE          PIC X(30).
003055         05  FILLER               PIC X(62).
003100     03  SCD-NOSHOW-DTL REDEFINES SCD-BODY.
003200         05  FILLER               PIC X(02).
003300         05  SCD-ND-DATE          PIC X(10).
