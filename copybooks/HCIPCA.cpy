001719*                 group's CA-ADDITIONAL-DATA so VISINQ can     *
001720*                 return the most recent visits behind the     *
001721*                 audit header, like the medication list.      *
001726* 101526 MRO      Added CA-CHANGE-REQUEST view for the CHGINQ  *
001731*                 change-journal inquiry, with CA-CHG-LIST-R   *
001736*                 carved out of its CA-ADDITIONAL-DATA behind  *
001741*                 the audit header, like the visit list.       *
001746* 101526 MRO      Added CA-CONSENT-REQUEST view for the        *
001748*                 CONUPD/CONINQ patient-consent requests, and  *
001750*                 carved CA-PAT-CON-R out of the patient       *
001752*                 group's CA-ADDITIONAL-DATA, behind the audit *
001754*                 header, so INQ02 returns the consent in      *
001756*                 force.                                       *
001760*-------------------------------------------------------------*
001800 01  DFHCOMMAREA.
001900     03  CA-REQUEST-ID                PIC X(6).
002000     03  CA-RETURN-CODE               PIC 9(2).
003930             07  FILLER               PIC X(42).
003940             07  CA-INITIAL-PASSWORD  PIC X(14).
003950             07  FILLER               PIC X(32246).
003951         05  CA-PAT-CON-R REDEFINES
003952                CA-ADDITIONAL-DATA.
003953             07  FILLER               PIC X(42).
003954             07  CA-PAT-CON-SHARE     PIC X(01).
003955             07  CA-PAT-CON-RELEASE   PIC X(01).
003956             07  CA-PAT-CON-CONTACT   PIC X(01).
003957             07  FILLER               PIC X(32257).
004000     03  CA-PATIENT-USER-REQUEST REDEFINES
004100            CA-REQUEST-SPECIFIC.
004200         05  CA-USERNAME              PIC X(10).
017300             07  CA-POL-CORR-ID       PIC X(16).
017400             07  CA-POL-AUDIT-TS      PIC X(26).
017500             07  FILLER               PIC X(32392).
017600     03  CA-CHANGE-REQUEST REDEFINES
017700            CA-REQUEST-SPECIFIC.
017800         05  CA-CHG-FILE-ID           PIC X(08).
017900         05  CA-CHG-RECORD-KEY        PIC X(20).
018000         05  CA-ADDITIONAL-DATA       PIC X(32454).
018100         05  CA-CHG-ADDL-R REDEFINES
018200                CA-ADDITIONAL-DATA.
018300             07  CA-CHG-CORR-ID       PIC X(16).
018400             07  CA-CHG-AUDIT-TS      PIC X(26).
018500             07  FILLER               PIC X(32412).
018600         05  CA-CHG-LIST-R REDEFINES CA-ADDITIONAL-DATA.
018700             07  FILLER               PIC X(42).
018800             07  CA-CHG-LIST-COUNT    PIC 9(03).
018900             07  CA-CHG-LIST-ENTRY OCCURS 50 TIMES.
019000                 09  CA-CLE-TIMESTAMP PIC X(26).
019100                 09  CA-CLE-FIELD-NAME
019200                                      PIC X(20).
019300                 09  CA-CLE-BEFORE-VALUE
019400                                      PIC X(50).
019500                 09  CA-CLE-AFTER-VALUE
019600                                      PIC X(50).
019700                 09  CA-CLE-OPERATOR-ID
019800                                      PIC X(10).
019900                 09  CA-CLE-REQUEST-ID
020000                                      PIC X(06).
020100                 09  CA-CLE-CORR-ID   PIC X(16).
020200             07  FILLER               PIC X(23509).
020300     03  CA-CONSENT-REQUEST REDEFINES
020400            CA-REQUEST-SPECIFIC.
020500         05  CA-CON-SCOPE-LIST.
020600             07  CA-CON-SHARE-SW      PIC X(01).
020700             07  CA-CON-SHARE-EFF-DATE
020800                                      PIC X(10).
020900             07  CA-CON-SHARE-EXP-DATE
021000                                      PIC X(10).
021100             07  CA-CON-RELEASE-SW    PIC X(01).
021200             07  CA-CON-RELEASE-EFF-DATE
021300                                      PIC X(10).
021400             07  CA-CON-RELEASE-EXP-DATE
021500                                      PIC X(10).
021600             07  CA-CON-CONTACT-SW    PIC X(01).
021700             07  CA-CON-CONTACT-EFF-DATE
021800                                      PIC X(10).
021900             07  CA-CON-CONTACT-EXP-DATE
022000                                      PIC X(10).
022100         05  CA-CON-SCOPE-R REDEFINES CA-CON-SCOPE-LIST.
022200             07  CA-CON-SCOPE         OCCURS 3 TIMES.
022300                 09  CA-CON-SCOPE-SW  PIC X(01).
022400                 09  CA-CON-SCOPE-EFF-DATE
022500                                      PIC X(10).
022600                 09  CA-CON-SCOPE-EXP-DATE
022700                                      PIC X(10).
022800         05  CA-CON-IN-FORCE-LIST.
022900             07  CA-CON-SHARE-IN-FORCE
023000                                      PIC X(01).
023100             07  CA-CON-RELEASE-IN-FORCE
023200                                      PIC X(01).
023300             07  CA-CON-CONTACT-IN-FORCE
023400                                      PIC X(01).
023500         05  CA-CON-IN-FORCE-R REDEFINES CA-CON-IN-FORCE-LIST.
023600             07  CA-CON-IN-FORCE      PIC X(01) OCCURS 3 TIMES.
023700         05  CA-CON-LAST-CHANGE-DATE  PIC X(10).
023800         05  CA-CON-LAST-CHANGE-TIME  PIC X(08).
023900         05  CA-CON-LAST-CHANGE-OPER  PIC X(10).
024000         05  CA-ADDITIONAL-DATA       PIC X(32388).
024100         05  CA-CON-ADDL-R REDEFINES
024200                CA-ADDITIONAL-DATA.
024300             07  CA-CON-CORR-ID       PIC X(16).
024400             07  CA-CON-AUDIT-TS      PIC X(26).
024500             07  FILLER               PIC X(32346).
