000100*-------------------------------------------------------------*
000200* HCIPPHOR - PHARMACY ORDER RECORD                             *
000300*                                                               *
000400* Laid out on TD queue PHRM by HCIPDB01 for every prescription *
000500* MEDADD accepts (PHO-NEW-ORDER) and every one MEDSTP          *
000600* discontinues (PHO-CANCEL-ORDER).  PHRM is an extrapartition  *
000700* queue backed by a daily sequential dataset; the nightly      *
000800* HCIPPHM1 job packages that dataset into the file the pharmacy*
000900* system collects and records each order on the HCIPPHT order  *
001000* tracking file for HCIPPHR1 to reconcile acknowledgments      *
001100* against.  PHO-ORDER-KEY is the HCIPMED prescription key plus *
001200* the order type, so a prescription has at most one order of   *
001300* each type.  The prescriber is MED-IDENTIFIER with the        *
001400* provider's HCIPPRV name; the patient demographics are those  *
001500* on HCIPPAT when the order was raised.                        *
001600*-------------------------------------------------------------*
001700 01  HCIP-PHARMACY-ORDER-RECORD.
001800     03  PHO-ORDER-KEY.
001900         05  PHO-MED-KEY.
002000             07  PHO-PATIENT-ID       PIC 9(10).
002100             07  PHO-PRESCRIPTION-ID  PIC 9(10).
002200         05  PHO-ORDER-TYPE           PIC X(01).
002300             88  PHO-NEW-ORDER            VALUE 'N'.
002400             88  PHO-CANCEL-ORDER         VALUE 'C'.
002500     03  PHO-ORDER-DATE               PIC X(10).
002600     03  PHO-ORDER-TIME               PIC X(08).
002700     03  PHO-CORRELATION-ID           PIC X(16).
002800     03  PHO-DRUG-NAME                PIC X(50).
002900     03  PHO-STRENGTH                 PIC X(20).
003000     03  PHO-AMOUNT                   PIC 9(03).
003100     03  PHO-ROUTE                    PIC X(20).
003200     03  PHO-FREQUENCY                PIC X(20).
003300     03  PHO-START-DATE               PIC X(10).
003400     03  PHO-END-DATE                 PIC X(10).
003500     03  PHO-PRESCRIBER-ID            PIC X(20).
003600     03  PHO-PRESCRIBER-NAME          PIC X(31).
003700     03  PHO-INS-CARD-NUM             PIC X(10).
003800     03  PHO-FIRST-NAME               PIC X(10).
003900     03  PHO-LAST-NAME                PIC X(20).
004000     03  PHO-DOB                      PIC X(10).
004100     03  PHO-ADDRESS                  PIC X(20).
004200     03  PHO-CITY                     PIC X(20).
004300     03  PHO-POSTCODE                 PIC X(10).
004400     03  PHO-PHONE-MOBILE             PIC X(20).
004500     03  FILLER                       PIC X(20).
