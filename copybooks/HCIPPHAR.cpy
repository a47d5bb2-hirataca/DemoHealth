000100*-------------------------------------------------------------*
000200* HCIPPHAR - PHARMACY ACKNOWLEDGMENT RECORD                    *
000300*                                                               *
000400* One record per acknowledgment on the file the pharmacy system*
000500* returns, read by HCIPPHR1.  PHA-ORDER-KEY echoes the         *
000600* PHO-ORDER-KEY of the order being answered.  A new order is   *
000700* answered dispensed or rejected, a cancel order confirmed or  *
000800* rejected; PHA-REASON carries the pharmacy's reject text.     *
000900*-------------------------------------------------------------*
001000 01  HCIP-PHARMACY-ACK-RECORD.
001100     03  PHA-ORDER-KEY.
001200         05  PHA-PATIENT-ID           PIC 9(10).
001300         05  PHA-PRESCRIPTION-ID      PIC 9(10).
001400         05  PHA-ORDER-TYPE           PIC X(01).
001500     03  PHA-ACK-TYPE                 PIC X(01).
001600         88  PHA-DISPENSED                VALUE 'D'.
001700         88  PHA-CANCEL-CONFIRMED         VALUE 'C'.
001800         88  PHA-REJECTED                 VALUE 'R'.
001900     03  PHA-ACK-DATE                 PIC X(10).
002000     03  PHA-ACK-TIME                 PIC X(08).
002100     03  PHA-PHARMACY-ID              PIC X(10).
002200     03  PHA-REASON                   PIC X(30).
002300     03  FILLER                       PIC X(20).
