000100*-------------------------------------------------------------*
000200* HCIPPHXR - PHARMACY PICKUP FILE RECORD                       *
000300*                                                               *
000400* The file HCIPPHM1 builds each night for the pharmacy system  *
000500* to collect: one PHX-HEADER, one PHX-ORDER per pharmacy order *
000600* (the HCIPPHOR layout after the record-type byte), and one    *
000700* PHX-TRAILER carrying the order counts so the pharmacy can    *
000800* tell a complete file from a truncated one.  380 bytes.       *
000900*-------------------------------------------------------------*
001000 01  HCIP-PHARMACY-FILE-RECORD.
001100     03  PHX-RECORD-TYPE              PIC X(01).
001200         88  PHX-HEADER                   VALUE 'H'.
001300         88  PHX-ORDER                    VALUE 'D'.
001400         88  PHX-TRAILER                  VALUE 'T'.
001500     03  PHX-BODY                     PIC X(379).
001600     03  PHX-HEADER-BODY REDEFINES PHX-BODY.
001700         05  PHX-HDR-SENDER           PIC X(10).
001800         05  PHX-HDR-FILE-DATE        PIC X(10).
001900         05  PHX-HDR-FILE-TIME        PIC X(08).
002000         05  FILLER                   PIC X(351).
002100     03  PHX-TRAILER-BODY REDEFINES PHX-BODY.
002200         05  PHX-TRL-ORDER-COUNT      PIC 9(08).
002300         05  PHX-TRL-NEW-COUNT        PIC 9(08).
002400         05  PHX-TRL-CANCEL-COUNT     PIC 9(08).
002500         05  FILLER                   PIC X(355).
