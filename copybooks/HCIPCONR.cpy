000100*-------------------------------------------------------------*
000200* HCIPCONR - PATIENT DATA-SHARING CONSENT RECORD               *
000300*                                                               *
000400* VSAM KSDS HCIPCON, key CON-PATIENT-ID.  One record per       *
000500* patient, maintained online by the CONUPD request in HCIPDB01 *
000600* and displayed by CONINQ (summarised on INQ01/INQ02).  Each of*
000700* the three consent scopes carries a Y (granted) or N          *
000800* (refused) switch, the date it takes effect and an optional   *
000900* expiry date:                                                 *
001000*   SHARE   - inclusion on the HCIPEXT1 downstream-            *
001100*             reporting extract;                               *
001200*   RELEASE - release of records to a third party              *
001300*             (HCIPPKT1 care-summary packets);                 *
001400*   CONTACT - appointment reminders and other patient          *
001500*             contact (HCIPRMD1).                              *
001600* A scope's switch is in force from its effective date to its  *
001700* expiry date inclusive.  Outside that window, or with the     *
001800* switch blank, the scope takes its default: SHARE and CONTACT *
001900* allowed (the patient must opt out), RELEASE refused (the     *
002000* patient must opt in).  A patient with no record takes all    *
002100* three defaults.  CON-SCOPE-R views the three scopes as a     *
002200* table in SHARE, RELEASE, CONTACT order.  Every change is     *
002300* journaled on HCIPCHG under file id HCIPCON.                  *
002400*-------------------------------------------------------------*
002500 01  HCIP-CONSENT-RECORD.
002600     03  CON-KEY.
002700         05  CON-PATIENT-ID           PIC 9(10).
002800     03  CON-SCOPE-LIST.
002900         05  CON-SHARE.
003000             07  CON-SHARE-SW         PIC X(01).
003100                 88  CON-SHARE-GRANTED    VALUE 'Y'.
003200                 88  CON-SHARE-REFUSED    VALUE 'N'.
003300             07  CON-SHARE-EFF-DATE   PIC X(10).
003400             07  CON-SHARE-EXP-DATE   PIC X(10).
003500         05  CON-RELEASE.
003600             07  CON-RELEASE-SW       PIC X(01).
003700                 88  CON-RELEASE-GRANTED  VALUE 'Y'.
003800                 88  CON-RELEASE-REFUSED  VALUE 'N'.
003900             07  CON-RELEASE-EFF-DATE PIC X(10).
004000             07  CON-RELEASE-EXP-DATE PIC X(10).
004100         05  CON-CONTACT.
004200             07  CON-CONTACT-SW       PIC X(01).
004300                 88  CON-CONTACT-GRANTED  VALUE 'Y'.
004400                 88  CON-CONTACT-REFUSED  VALUE 'N'.
004500             07  CON-CONTACT-EFF-DATE PIC X(10).
004600             07  CON-CONTACT-EXP-DATE PIC X(10).
004700     03  CON-SCOPE-R REDEFINES CON-SCOPE-LIST.
004800         05  CON-SCOPE                OCCURS 3 TIMES.
004900             07  CON-SCOPE-SW         PIC X(01).
005000             07  CON-SCOPE-EFF-DATE   PIC X(10).
005100             07  CON-SCOPE-EXP-DATE   PIC X(10).
005200     03  CON-LAST-CHANGE-DATE         PIC X(10).
005300     03  CON-LAST-CHANGE-TIME         PIC X(08).
005400     03  CON-LAST-CHANGE-OPER         PIC X(10).
005500     03  CON-LAST-CORR-ID             PIC X(16).
005600     03  FILLER                       PIC X(30).
