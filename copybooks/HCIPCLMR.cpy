000100*-------------------------------------------------------------*
000200* HCIPCLMR - ENCOUNTER CLAIM RECORD                            *
000300*                                                               *
000400* Sequential output of the HCIPCLM1 nightly claims extract for *
000500* the billing office.  One record per billable encounter - a   *
000600* KEPT appointment on HCIPSCH with its matching HCIPVIS visit.  *
000700* CLM-ENCOUNTER-KEY is the appointment key, also the key of    *
000800* the HCIPCLC control record that stops a second claim for the *
000900* same encounter.  CLM-RX lists the prescriptions started on   *
001000* the visit date (HCIPMED MED-START-DATE); CLM-RX-COUNT is the *
001100* number on file that day, so a count above the ten carried    *
001200* shows the clerk the rest must be read from HCIPMED.          *
001300*-------------------------------------------------------------*
001400 01  HCIP-CLAIM-RECORD.
001500     03  CLM-ENCOUNTER-KEY.
001600         05  CLM-PATIENT-ID           PIC 9(10).
001700         05  CLM-APPT-DATE            PIC X(10).
001800         05  CLM-APPT-TIME            PIC X(10).
001900     03  CLM-INS-CARD-NUM             PIC X(10).
002000     03  CLM-CLINIC-ID                PIC X(10).
002100     03  CLM-REASON                   PIC X(30).
002200     03  CLM-VISIT-DATE               PIC X(10).
002300     03  CLM-VISIT-TIME               PIC X(10).
002400     03  CLM-CLAIM-DATE               PIC X(10).
002500     03  CLM-RX-COUNT                 PIC 9(02).
002600     03  CLM-RX                       OCCURS 10 TIMES.
002700         05  CLM-RX-PRESCRIPTION-ID   PIC 9(10).
002800         05  CLM-RX-DRUG-NAME         PIC X(50).
002900         05  CLM-RX-STRENGTH          PIC X(20).
003000     03  FILLER                       PIC X(20).
