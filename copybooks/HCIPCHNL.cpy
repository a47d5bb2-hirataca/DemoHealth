005900     03  CN-MENTAL-STATE              PIC X(10).
006000     03  CN-CORRELATION-ID            PIC X(16).
006100     03  CN-AUDIT-TS                  PIC X(26).
006200*
006300* HCIP-CONSENT-CN goes back alongside HCIP-PATIENT-CN on INQ01
006400* and INQ02: the decision in force today for each consent scope
006500* (Y or N) and, when the patient's own HCIPCON decision is the
006600* one in force, its effective and expiry dates.  Dates are blank
006700* where the HCIPCONR default applies.  CN-CON-SCOPE-R views the
006800* three scopes in SHARE, RELEASE, CONTACT order.
006900 01  HCIP-CONSENT-CN.
007000     03  CN-CON-SCOPE-LIST.
007100         05  CN-CON-SHARE.
007200             07  CN-CON-SHARE-CODE        PIC X(01).
007300             07  CN-CON-SHARE-EFF-DATE    PIC X(10).
007400             07  CN-CON-SHARE-EXP-DATE    PIC X(10).
007500         05  CN-CON-RELEASE.
007600             07  CN-CON-RELEASE-CODE      PIC X(01).
007700             07  CN-CON-RELEASE-EFF-DATE  PIC X(10).
007800             07  CN-CON-RELEASE-EXP-DATE  PIC X(10).
007900         05  CN-CON-CONTACT.
008000             07  CN-CON-CONTACT-CODE      PIC X(01).
008100             07  CN-CON-CONTACT-EFF-DATE  PIC X(10).
008200             07  CN-CON-CONTACT-EXP-DATE  PIC X(10).
008300     03  CN-CON-SCOPE-R REDEFINES CN-CON-SCOPE-LIST.
008400         05  CN-CON-SCOPE                 OCCURS 3 TIMES.
008500             07  CN-CON-CODE              PIC X(01).
008600             07  CN-CON-EFF-DATE          PIC X(10).
008700             07  CN-CON-EXP-DATE          PIC X(10).
