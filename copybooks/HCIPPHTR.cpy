000100*-------------------------------------------------------------*
000200* HCIPPHTR - PHARMACY ORDER TRACKING RECORD                    *
000300*                                                               *
000400* VSAM KSDS HCIPPHT, key PHT-ORDER-KEY (the HCIPPHOR order key:*
000500* HCIPMED prescription key plus order type).  Written by       *
000600* HCIPPHM1 when the order goes out on the pharmacy file, with  *
000700* PHT-STATUS-SW sent; HCIPPHR1 moves it to dispensed, cancel   *
000800* confirmed or rejected as the pharmacy's acknowledgments      *
000900* arrive, and lists orders still only sent after the allowed   *
001000* number of days.  An order already on this file is not sent   *
001100* again when the packaging job is rerun.                       *
001200*-------------------------------------------------------------*
001300 01  HCIP-PHARMACY-TRACK-RECORD.
001400     03  PHT-KEY.
001500         05  PHT-ORDER-KEY.
001600             07  PHT-PATIENT-ID       PIC 9(10).
001700             07  PHT-PRESCRIPTION-ID  PIC 9(10).
001800             07  PHT-ORDER-TYPE       PIC X(01).
001900                 88  PHT-NEW-ORDER        VALUE 'N'.
002000                 88  PHT-CANCEL-ORDER     VALUE 'C'.
002100     03  PHT-DRUG-NAME                PIC X(50).
002200     03  PHT-PRESCRIBER-ID            PIC X(20).
002300     03  PHT-ORDER-DATE               PIC X(10).
002400     03  PHT-SENT-DATE                PIC X(10).
002500     03  PHT-STATUS-SW                PIC X(01).
002600         88  PHT-SENT                     VALUE 'S'.
002700         88  PHT-DISPENSED                VALUE 'D'.
002800         88  PHT-CANCEL-CONFIRMED         VALUE 'C'.
002900         88  PHT-REJECTED                 VALUE 'R'.
003000     03  PHT-ACK-DATE                 PIC X(10).
003100     03  PHT-REJECT-REASON            PIC X(30).
003200     03  FILLER                       PIC X(20).
