001300*
001400* CA-REQUEST-ID values handled:
001500*   INQ01  - patient inquiry by CA-PATIENT-ID   (CA-PATIENT-REQ)
001550*            and, over a channel, returns the consent in
001575*            force in container HCIPCONCN
001600*   INQ02  - patient inquiry by CA-INS-CARD-NUM or
001700*            CA-EMAIL-ADDRESS                   (CA-PATIENT-REQ)
001750*            and returns the consent in force (also in
001775*            container HCIPCONCN over a channel)
001800*   THRSET - set/replace a patient's vitals thresholds
001900*                                              (CA-THRESHOLD-REQ)
002000*   VISIT1 - record a visit's vitals, compare to stored
002300*            bad passwords                   (CA-PATIENT-USR-REQ)
002400*   MEDADD - add a prescription, flag duplicate/overlapping
002500*            active prescriptions              (CA-MEDICATION-REQ)
002510*            and send the pharmacy a new order (queue PHRM)
002600*   ALRACK - acknowledge a breach alert on HCIPALT
002700*                                                  (CA-ALERT-REQ)
002800*   ALRCLS - close a breach alert on HCIPALT       (CA-ALERT-REQ)
003100*            CA-INITIAL-PASSWORD               (CA-PATIENT-REQ)
003200*   PATUPD - correct a patient's demographic fields
003300*                                                (CA-PATIENT-REQ)
003310*            and journal each changed field on HCIPCHG
003400*   MEDSTP - discontinue a prescription       (CA-MEDICATION-REQ)
003410*            and send the pharmacy a cancel order (queue PHRM)
003500*   MEDINQ - list a patient's active prescriptions
003600*                                             (CA-MEDICATION-REQ)
003700*   MTNADD - record a prescribed meditation/wellness activity
005800*            the operator's id                (CA-POLICY-REQ)
005900*   VISINQ - list a patient's most recent visits, newest
006000*            first                             (CA-VISIT-REQ)
006010*   CHGINQ - list the change-journal history of a patient,
006020*            provider, the policy record or a patient's
006025*            consent record, newest first
006030*                                              (CA-CHANGE-REQ)
006040*   CONUPD - record a patient's data-sharing, record-release
006050*            and reminder-contact consents, each with an
006060*            effective and optional expiry date
006070*                                             (CA-CONSENT-REQ)
006080*   CONINQ - display a patient's consent record and the
006090*            consent in force today           (CA-CONSENT-REQ)
006100*
006200* CA-RETURN-CODE values set by this program:
006300*   00 - request successful
006900*   13 - PATADD rejected, CA-PATIENT-ID is zero
007000*   14 - patient record was merged away by HCIPMRG1;
007100*        CA-PATIENT-ID returns the surviving patient id
007200*        (INQ01/INQ02/CONUPD/CONINQ)
007205*   15 - CHGINQ rejected, CA-CHG-FILE-ID is not a journaled
007210*        file or no record key was supplied
007215*   16 - consent record returned (CONINQ)
007220*   17 - consent updated (CONUPD)
007225*   18 - consent request rejected, patient not found
007230*        (CONUPD/CONINQ)
007235*   19 - CONUPD rejected, a consent switch is not Y, N or
007240*        blank, a date is not a plausible YYYY-MM-DD date,
007245*        or an expiry date is before its effective date
007250*   20 - no consent recorded for the patient (CONINQ); the
007255*        consent in force shows the defaults
007300*   21 - patient found but CA-DOB is not a plausible date
007400*        (record is still returned so it can be corrected)
007500*   22 - PATADD/PATUPD rejected, CA-DOB is not a plausible
013200*   92 - policy values updated
013300*   93 - policy update rejected, a supplied value is not
013400*        numeric
013410*   94 - appointment rejected, clinic not on HCIPCLN or not
013420*        active (SCHADD/SCHUPD)
013430*   95 - appointment rejected, date/time outside the clinic's
013440*        session hours for that weekday (SCHADD/SCHUPD)
013450*   96 - appointment rejected, the clinic slot already holds
013460*        its patients-per-slot capacity (SCHADD/SCHUPD)
013470*   97 - request refused, the signed-on operator is not an
013480*        active operator on HCIPOPR, or its role does not
013490*        permit this CA-REQUEST-ID
013500*
013600* Modification history
013700* ----   ----   -----------------------------------------------
021300*               end of the patient's key range and returns the
021400*               most recent visits with their breach switches
021500*               through the new CA-VIS-LIST-R view.
021502* 101526 MRO    SCHADD/SCHUPD check the booking against the new
021504*               HCIPCLN clinic master: the clinic must be on
021506*               file and active (rc 94), the time inside that
021508*               weekday's session (rc 95), and the slot below
021510*               its patients-per-slot capacity, counted through
021512*               the HCIPSCC clinic path over HCIPSCH (rc 96).
021514* 101526 MRO    MEDADD and MEDSTP put a new or cancel pharmacy
021516*               order (HCIPPHOR) on the PHRM extrapartition
021518*               queue, packaged nightly for the pharmacy by
021520*               HCIPPHM1 and reconciled against its
021522*               acknowledgments by HCIPPHR1.
021524* 101526 MRO    Every request is checked against the HCIPOPR
021526*               operator profile before dispatch: the CICS
021528*               signed-on userid must be an active operator
021530*               whose active role lists the CA-REQUEST-ID, else
021532*               rc 97.  The userid is now written to
021534*               AUD-OPERATOR-ID for every request that carries
021536*               no operator id of its own, and for every refusal,
021538*               so HCIPVIO1 can report the refused attempts.
021540* 101526 MRO    PATUPD, PRVADD, PRVDEA and POLUPD write one
021542*               HCIPCHG change-journal record per field they
021544*               actually change (before and after value,
021546*               operator, correlation id).  New CHGINQ lists a
021548*               record's journal newest first through the
021550*               CA-CHG-LIST-R view; HCIPCHR1 reports each day's
021552*               patient demographic changes.
021554* 101526 MRO    New CONUPD/CONINQ maintain and display the
021556*               patient's HCIPCON consent record (sharing with
021558*               downstream reporting, record release, reminder
021560*               contact, each effective-dated), journaled on
021562*               HCIPCHG under HCIPCON; INQ02 now returns the
021564*               consent in force through CA-PAT-CON-R.
021566* 101526 MRO    HCIPSCC now indexes SCH-CLINIC-DAY-KEY (clinic
021568*               id + appointment date), kept by 7240/7250, so
021570*               the 7260 slot count browses one clinic-day.
021572* 101526 MRO    INQ01/INQ02 over a channel also put the
021574*               consent in force (decision, effective and
021576*               expiry date per scope) in container HCIPCONCN;
021578*               the INQ01 commarea is unchanged.
021600*
021700* Design notes (kept here rather than scattered inline, since
021800* they explain *why* a couple of things were done the way they
023400*    the same way as any other request) -- only the copy of
023500*    that id sent back in the INQ01 caller's own commarea is
023600*    suppressed, to avoid regressing a pinned test.
023610*  - The authority check in 3100 keys on the CICS signed-on
023620*    userid (EXEC CICS ASSIGN USERID), never on an operator id
023630*    carried in the commarea, which the caller could set to
023640*    anything.  Regions whose transactions run under a single
023650*    region or portal userid need that userid on HCIPOPR with a
023660*    role granting the requests the region issues.
023665*  - The change journal is written after the master record has
023670*    been rewritten, inside the same unit of work, so a journal
023675*    write failure (rc 90) backs out with the update when the
023680*    region runs HCIPCHG as a recoverable file.  CHGINQ, like
023681*    the other newer inquiries, is served on the commarea path
023682*    only; over the channel it is answered 99.
023683*  - The consent in force rides back on INQ02 in CA-PAT-CON-R
023684*    and, for a channel caller of INQ01 or INQ02, in container
023685*    HCIPCONCN (decision, effective and expiry date for each
023686*    scope), put by 7010 beside HCIPPATCN.  INQ01's
023687*    CA-ADDITIONAL-DATA is pinned by TEST_INQ01 (see above), so
023688*    a commarea INQ01 caller that needs the consent moves to the
023689*    channel or issues CONINQ.  A scope with no decision in force
023690*    takes the HCIPCONR default: sharing and contact allowed,
023691*    record release refused.  CONUPD/CONINQ are commarea-only
023692*    like CHGINQ, and need an HCIPOPR role grant before an
023693*    operator can issue them.
023700*****************************************************************
023800 IDENTIFICATION DIVISION.
023900 PROGRAM-ID.   HCIPDB01.
027800     ==WS-POLICY-RECORD==.
027900 COPY HCIPFRMR REPLACING ==HCIP-FORMULARY-RECORD== BY
028000     ==WS-FORMULARY-RECORD==.
028010 COPY HCIPCLNR REPLACING ==HCIP-CLINIC-RECORD== BY
028020     ==WS-CLINIC-RECORD==.
028030 COPY HCIPPHOR REPLACING ==HCIP-PHARMACY-ORDER-RECORD== BY
028040     ==WS-PHARMACY-ORDER-RECORD==.
028050 COPY HCIPOPRR REPLACING ==HCIP-OPERATOR-PROFILE-RECORD== BY
028060     ==WS-OPERATOR-PROFILE-RECORD==.
028070 COPY HCIPCHGR REPLACING ==HCIP-CHANGE-JOURNAL-RECORD== BY
028080     ==WS-CHANGE-JOURNAL-RECORD==.
028085 COPY HCIPCONR REPLACING ==HCIP-CONSENT-RECORD== BY
028090     ==WS-CONSENT-RECORD==.
028100*---------------------------------------------------------------*
028200* Channel/container work areas                                  *
028300*---------------------------------------------------------------*
034400         88  WS-RTE-LISTED             VALUE 'Y'.
034500     03  WS-RTE-MATCH-SW          PIC X(01) VALUE 'N'.
034600         88  WS-RTE-MATCHED            VALUE 'Y'.
034610     03  WS-CLN-FOUND-SW          PIC X(01) VALUE 'N'.
034620         88  WS-CLN-FOUND              VALUE 'Y'.
034630     03  WS-SLT-EOF-SW            PIC X(01) VALUE 'N'.
034640         88  WS-SLT-EOF                VALUE 'Y'.
034650     03  WS-SLT-BR-OPEN-SW        PIC X(01) VALUE 'N'.
034660         88  WS-SLT-BR-OPEN            VALUE 'Y'.
034670     03  WS-OPR-AUTH-SW           PIC X(01) VALUE 'N'.
034680         88  WS-OPR-AUTHORISED         VALUE 'Y'.
034682     03  WS-CHG-EOF-SW            PIC X(01) VALUE 'N'.
034684         88  WS-CHG-EOF                VALUE 'Y'.
034686     03  WS-CHG-BR-OPEN-SW        PIC X(01) VALUE 'N'.
034688         88  WS-CHG-BR-OPEN            VALUE 'Y'.
034690     03  WS-CON-FOUND-SW          PIC X(01) VALUE 'N'.
034692         88  WS-CON-FOUND              VALUE 'Y'.
034694     03  WS-CON-VALID-SW          PIC X(01) VALUE 'Y'.
034696         88  WS-CON-VALID              VALUE 'Y'.
034700 01  WS-CHANNEL-NAME              PIC X(16) VALUE SPACES.
034800 01  WS-CICS-RESP                 PIC S9(8) COMP VALUE ZERO.
034900 01  WS-CICS-RESP2                PIC S9(8) COMP VALUE ZERO.
036700 01  WS-CORRELATION-ID            PIC X(16) VALUE SPACES.
036800 01  WS-AUDIT-TIMESTAMP           PIC X(26) VALUE SPACES.
036900 01  WS-CORR-TASKN-ED             PIC 9(07) VALUE ZERO.
036910 01  WS-SIGNON-USERID             PIC X(08) VALUE SPACES.
036920 01  WS-OPERATOR-ID               PIC X(10) VALUE SPACES.
036930 01  WS-OPR-ROLE-ID               PIC X(10) VALUE SPACES.
036940 01  WS-OPR-IX                    PIC 9(02) VALUE ZERO.
037000*---------------------------------------------------------------*
037100* Password-expiry and strength-check work fields                *
037200*---------------------------------------------------------------*
051300     03  WS-UPD-OLD-CARD           PIC X(10).
051400     03  WS-UPD-OLD-EMAIL          PIC X(50).
051500     03  WS-UPD-OLD-USERID         PIC X(10).
051501*---------------------------------------------------------------*
051502* Change-journal work fields.  The updating paragraph holds     *
051503* the values on file before its change in WS-JNL-BEFORE-VALUES, *
051504* then hands 7800 one field at a time through WS-JNL-FIELD;     *
051505* 7800 writes a record only when the value really changed.      *
051506*---------------------------------------------------------------*
051507 01  WS-JNL-FIELD.
051508     03  WS-JNL-FILE-ID            PIC X(08).
051509     03  WS-JNL-RECORD-KEY         PIC X(20).
051510     03  WS-JNL-FIELD-NAME         PIC X(20).
051511     03  WS-JNL-BEFORE             PIC X(50).
051512     03  WS-JNL-AFTER              PIC X(50).
051513 01  WS-JNL-SEQ                    PIC 9(03) VALUE ZERO.
051514 01  WS-JNL-BEFORE-VALUES.
051515     03  WS-JB-INS-CARD-NUM        PIC X(10).
051516     03  WS-JB-FIRST-NAME          PIC X(10).
051517     03  WS-JB-LAST-NAME           PIC X(20).
051518     03  WS-JB-DOB                 PIC X(10).
051519     03  WS-JB-ADDRESS             PIC X(20).
051520     03  WS-JB-CITY                PIC X(20).
051521     03  WS-JB-POSTCODE            PIC X(10).
051522     03  WS-JB-PHONE-MOBILE        PIC X(20).
051523     03  WS-JB-EMAIL-ADDRESS       PIC X(50).
051524     03  WS-JB-USERID              PIC X(10).
051525     03  WS-JB-PRV-ACTIVE-SW       PIC X(01).
051526     03  WS-JB-LOGIN-MAX           PIC 9(02).
051527     03  WS-JB-PW-AGE-DAYS         PIC 9(04).
051528     03  WS-JB-ESC-MINUTES         PIC 9(04).
051529*---------------------------------------------------------------*
051530* CHGINQ backward-browse work fields                            *
051531*---------------------------------------------------------------*
051532 01  WS-CHG-BROWSE-KEY.
051533     03  WS-CBK-SUBJECT.
051534         05  WS-CBK-FILE-ID        PIC X(08).
051535         05  WS-CBK-RECORD-KEY     PIC X(20).
051536     03  WS-CBK-REST               PIC X(45).
051537 01  WS-CHG-WANTED-SUBJECT         PIC X(28).
051538 01  WS-CHG-LIST-MAX               PIC 9(03) VALUE 50.
051539*    WS-CHG-LIST-MAX matches the CA-CHG-LIST-ENTRY occurs count.
051540 01  WS-CLIST-IX                   PIC 9(03) VALUE ZERO.
051541*---------------------------------------------------------------*
051542* CONUPD/CONINQ consent work fields.  WS-CON-DEFAULT is the     *
051543* decision taken by a scope with none of its own in force, in   *
051544* CON-SCOPE order (share, release, contact).  WS-CON-WINDOW     *
051545* holds the effective and expiry dates of a scope whose own     *
051546* decision is in force, spaces where the default applies.       *
051547*---------------------------------------------------------------*
051548 01  WS-CON-DEFAULT-LIST           PIC X(03) VALUE 'YNY'.
051549 01  WS-CON-DEFAULT-R REDEFINES WS-CON-DEFAULT-LIST.
051550     03  WS-CON-DEFAULT            PIC X(01) OCCURS 3 TIMES.
051551 01  WS-CON-IN-FORCE-LIST          PIC X(03) VALUE SPACES.
051552 01  WS-CON-IN-FORCE-R REDEFINES WS-CON-IN-FORCE-LIST.
051553     03  WS-CON-IN-FORCE           PIC X(01) OCCURS 3 TIMES.
051554 01  WS-CON-IX                     PIC 9(01) VALUE ZERO.
051555 01  WS-CON-BEFORE-LIST.
051556     03  WS-CB-SCOPE               OCCURS 3 TIMES.
051557         05  WS-CB-SCOPE-SW        PIC X(01).
051558         05  WS-CB-EFF-DATE        PIC X(10).
051559         05  WS-CB-EXP-DATE        PIC X(10).
051560 01  WS-CON-WINDOW-LIST.
051561     03  WS-CON-WINDOW             OCCURS 3 TIMES.
051562         05  WS-CW-EFF-DATE        PIC X(10).
051563         05  WS-CW-EXP-DATE        PIC X(10).
051600*---------------------------------------------------------------*
051700* Appointment-schedule work fields (SCHADD/SCHUPD/SCHCAN/       *
051800* SCHINQ and the VISIT1 kept-appointment marking).              *
053600 01  WS-VIS-LIST-MAX               PIC 9(03) VALUE 50.
053700*    WS-VIS-LIST-MAX matches the CA-VIS-LIST-ENTRY occurs count.
053800 01  WS-VLIST-IX                   PIC 9(03) VALUE ZERO.
053805*---------------------------------------------------------------*
053810* Clinic session/capacity check work fields (4150/7260).  The   *
053815* caller loads the clinic, date and time being booked and the   *
053820* slot keys the count must pass over: WS-CHK-OWN-KEY is the     *
053825* record about to be (re)written, WS-CHK-SKIP-KEY the slot      *
053830* SCHUPD is about to release.  The HCIPSCC path reads land in   *
053835* WS-SLOT-SCAN-RECORD (the HCIPSCHR layout) so the caller's     *
053840* WS-SCHEDULE-RECORD is left as it was.                         *
053845*---------------------------------------------------------------*
053850 01  WS-CLINIC-CHECK.
053855     03  WS-CHK-CLINIC-ID          PIC X(10).
053860     03  WS-CHK-APPT-DATE          PIC X(10).
053865     03  WS-CHK-APPT-TIME          PIC X(10).
053870     03  WS-CHK-OWN-KEY            PIC X(30).
053875     03  WS-CHK-SKIP-KEY           PIC X(30).
053880     03  WS-CHK-WEEKDAY            PIC 9(01).
053885     03  WS-CHK-DAY-WORK           PIC 9(08).
053890     03  WS-CHK-OPEN-MIN           PIC 9(04).
053895     03  WS-CHK-CLOSE-MIN          PIC 9(04).
053900     03  WS-CHK-APPT-MIN           PIC 9(04).
053905     03  WS-CHK-SLOT-LEN           PIC 9(04).
053910     03  WS-CHK-SLOT-NUM           PIC 9(04).
053915     03  WS-CHK-SCAN-SLOT-NUM      PIC 9(04).
053920     03  WS-CHK-CAPACITY           PIC 9(03).
053925     03  WS-CHK-BOOKED-COUNT       PIC 9(05).
053930 01  WS-SLT-BROWSE-KEY.
053931     03  WS-SLT-CLINIC-ID          PIC X(10).
053932     03  WS-SLT-APPT-DATE          PIC X(10).
053935 01  WS-SLOT-SCAN-RECORD.
053940     03  WS-SSR-KEY.
053945         05  WS-SSR-PATIENT-ID     PIC 9(10).
053950         05  WS-SSR-APPT-DATE      PIC X(10).
053955         05  WS-SSR-APPT-TIME      PIC X(10).
053960     03  WS-SSR-CLINIC-ID          PIC X(10).
053965     03  FILLER                    PIC X(40).
053970     03  WS-SSR-STATUS-SW          PIC X(01).
053975     03  WS-SSR-CLINIC-DAY-KEY.
053976         05  WS-SSR-CD-CLINIC-ID   PIC X(10).
053977         05  WS-SSR-CD-APPT-DATE   PIC X(10).
053980 01  WS-TM-TIME                    PIC X(08).
053985 01  WS-TM-TIME-R REDEFINES WS-TM-TIME.
053990     03  WS-TM-HH-X                PIC X(02).
053995     03  FILLER                    PIC X(01).
054000     03  WS-TM-MM-X                PIC X(02).
054005     03  FILLER                    PIC X(03).
054010 01  WS-TM-HH-N                    PIC 9(02) VALUE ZERO.
054015 01  WS-TM-MM-N                    PIC 9(02) VALUE ZERO.
054020 01  WS-TM-MINUTES                 PIC 9(04) VALUE ZERO.
054200 LINKAGE SECTION.
054300 COPY DFHEIBLK.
054400 COPY HCIPCA.
056900     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
057000     MOVE WS-DN-DAY-NUM TO WS-CUR-DAY-NUM
057100     PERFORM 6400-LOAD-POLICY-VALUES THRU 6400-EXIT
057200     PERFORM 6000-BUILD-CORRELATION-ID THRU 6000-EXIT
057210     EXEC CICS ASSIGN USERID(WS-SIGNON-USERID) NOHANDLE
057220     END-EXEC
057230     MOVE WS-SIGNON-USERID TO WS-OPERATOR-ID.
057300 1000-EXIT.
057400     EXIT.
057500*---------------------------------------------------------------*
070400         MOVE 99 TO CA-RETURN-CODE OF WS-CA
070500         GO TO 3000-EXIT
070600     END-IF
070610     PERFORM 3100-CHECK-AUTHORITY THRU 3100-EXIT
070620     IF CA-RETURN-CODE OF WS-CA = 90
070630         GO TO 3000-EXIT
070640     END-IF
070650     IF NOT WS-OPR-AUTHORISED
070660         MOVE 97 TO CA-RETURN-CODE OF WS-CA
070670         GO TO 3000-EXIT
070680     END-IF
070700     EVALUATE CA-REQUEST-ID OF WS-CA
070800         WHEN 'INQ01'
070900             PERFORM 4000-INQ01-PROCESS THRU 4000-EXIT
075900             PERFORM 4970-POLUPD-PROCESS THRU 4970-EXIT
076000         WHEN 'VISINQ'
076100             PERFORM 4190-VISINQ-PROCESS THRU 4190-EXIT
076110         WHEN 'CHGINQ'
076120             PERFORM 4980-CHGINQ-PROCESS THRU 4980-EXIT
076130         WHEN 'CONUPD'
076140             PERFORM 4995-CONUPD-PROCESS THRU 4995-EXIT
076150         WHEN 'CONINQ'
076160             PERFORM 4990-CONINQ-PROCESS THRU 4990-EXIT
076200         WHEN OTHER
076300             MOVE 99 TO CA-RETURN-CODE OF WS-CA
076400     END-EVALUATE.
076500 3000-EXIT.
076600     EXIT.
076601*---------------------------------------------------------------*
076602* 3100-CHECK-AUTHORITY - the signed-on operator must be an      *
076603* active 'O' record on HCIPOPR, its role an active 'R' record,  *
076604* and that role's request list must hold CA-REQUEST-ID (or '*'  *
076605* for every request).  WS-OPR-AUTHORISED is left off otherwise; *
076606* a file error other than not-found answers 90.                 *
076607*---------------------------------------------------------------*
076608 3100-CHECK-AUTHORITY.
076609     MOVE 'N' TO WS-OPR-AUTH-SW
076610     MOVE SPACES TO WS-OPERATOR-PROFILE-RECORD
076611     MOVE 'O' TO OPR-RECORD-TYPE
076612     MOVE WS-OPERATOR-ID TO OPR-KEY-ID
076613     EXEC CICS READ FILE('HCIPOPR')
076614         INTO(WS-OPERATOR-PROFILE-RECORD)
076615         RIDFLD(OPR-KEY)
076616         RESP(WS-CICS-RESP)
076617     END-EXEC
076618     IF WS-CICS-RESP = DFHRESP(NOTFND)
076619         GO TO 3100-EXIT
076620     END-IF
076621     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
076622         MOVE 90 TO CA-RETURN-CODE OF WS-CA
076623         GO TO 3100-EXIT
076624     END-IF
076625     IF NOT OPR-ACTIVE OR OPR-ROLE = SPACES
076626         GO TO 3100-EXIT
076627     END-IF
076628     MOVE OPR-ROLE TO WS-OPR-ROLE-ID
076629     MOVE SPACES TO WS-OPERATOR-PROFILE-RECORD
076630     MOVE 'R' TO OPR-RECORD-TYPE
076631     MOVE WS-OPR-ROLE-ID TO OPR-KEY-ID
076632     EXEC CICS READ FILE('HCIPOPR')
076633         INTO(WS-OPERATOR-PROFILE-RECORD)
076634         RIDFLD(OPR-KEY)
076635         RESP(WS-CICS-RESP)
076636     END-EXEC
076637     IF WS-CICS-RESP = DFHRESP(NOTFND)
076638         GO TO 3100-EXIT
076639     END-IF
076640     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
076641         MOVE 90 TO CA-RETURN-CODE OF WS-CA
076642         GO TO 3100-EXIT
076643     END-IF
076644     IF NOT OPR-ACTIVE
076645         GO TO 3100-EXIT
076646     END-IF
076647     MOVE 1 TO WS-OPR-IX
076648     PERFORM 3110-ROLE-SCAN-STEP
076649         UNTIL WS-OPR-IX > 40 OR WS-OPR-AUTHORISED.
076650 3100-EXIT.
076651     EXIT.
076652 3110-ROLE-SCAN-STEP.
076653     IF OPR-REQUEST-ENTRY (WS-OPR-IX) = CA-REQUEST-ID OF WS-CA
076654             OR OPR-REQUEST-ENTRY (WS-OPR-IX) = '*'
076655         MOVE 'Y' TO WS-OPR-AUTH-SW
076656     END-IF
076657     ADD 1 TO WS-OPR-IX.
076658 3110-STEP-EXIT.
076659     EXIT.
076700*---------------------------------------------------------------*
076800* 4000-INQ01-PROCESS - lookup by CA-PATIENT-ID                  *
076900*---------------------------------------------------------------*
077700     IF WS-PATIENT-FOUND
077800         PERFORM 4900-MOVE-PATIENT-TO-CA THRU 4900-EXIT
077900         MOVE 'Y' TO WS-SUPPRESS-AUDIT-HDR-SW
077925         IF WS-CHANNEL-MODE
077950             PERFORM 4985-MOVE-CONSENT-TO-PAT THRU 4985-EXIT
077975         END-IF
078000         PERFORM 5000-VALIDATE-DOB THRU 5000-EXIT
078100     ELSE
078200         MOVE 10 TO CA-RETURN-CODE OF WS-CA
080600     END-IF.
080700     IF WS-PATIENT-FOUND
080800         PERFORM 4900-MOVE-PATIENT-TO-CA THRU 4900-EXIT
080850         PERFORM 4985-MOVE-CONSENT-TO-PAT THRU 4985-EXIT
080900         PERFORM 5000-VALIDATE-DOB THRU 5000-EXIT
081000     ELSE
081100         MOVE 10 TO CA-RETURN-CODE OF WS-CA
089100         MOVE 84 TO CA-RETURN-CODE OF WS-CA
089200         GO TO 4140-EXIT
089300     END-IF.
089305     MOVE CA-CLINIC-ID OF CA-SCHEDULE-REQUEST OF WS-CA
089310         TO WS-CHK-CLINIC-ID
089315     MOVE WS-KBK-APPT-DATE  TO WS-CHK-APPT-DATE
089320     MOVE WS-KBK-APPT-TIME  TO WS-CHK-APPT-TIME
089325     MOVE WS-SCH-BROWSE-KEY TO WS-CHK-OWN-KEY
089330     MOVE SPACES            TO WS-CHK-SKIP-KEY
089335     PERFORM 4150-CHECK-CLINIC-SLOT THRU 4150-EXIT
089340     IF CA-RETURN-CODE OF WS-CA NOT = 0
089345         GO TO 4140-EXIT
089350     END-IF.
089400     MOVE CA-PATIENT-ID OF WS-CA TO SCH-PATIENT-ID
089500     MOVE CA-APPT-DATE OF CA-SCHEDULE-REQUEST OF WS-CA
089600         TO SCH-APPT-DATE
091200     END-IF.
091300 4140-EXIT.
091400     EXIT.
091401*---------------------------------------------------------------*
091402* 4150-CHECK-CLINIC-SLOT - SCHADD/SCHUPD front gate against the *
091403* HCIPCLN clinic master: the clinic must be on file and active  *
091404* (94), the appointment weekday must have a session with the    *
091405* time inside it (95), and the slot the time falls in must hold *
091406* fewer appointments than CLN-PATIENTS-PER-SLOT (96).  Slots    *
091407* run CLN-SLOT-MINUTES from the open time; a zero slot length   *
091408* makes the whole session one slot, a zero capacity is one.     *
091409*---------------------------------------------------------------*
091410 4150-CHECK-CLINIC-SLOT.
091411     MOVE 'N' TO WS-CLN-FOUND-SW
091412     IF WS-CHK-CLINIC-ID = SPACES
091413         MOVE 94 TO CA-RETURN-CODE OF WS-CA
091414         GO TO 4150-EXIT
091415     END-IF
091416     MOVE WS-CHK-CLINIC-ID TO CLN-CLINIC-ID
091417     EXEC CICS READ FILE('HCIPCLN')
091418         INTO(WS-CLINIC-RECORD)
091419         RIDFLD(CLN-KEY)
091420         RESP(WS-CICS-RESP)
091421     END-EXEC
091422     IF WS-CICS-RESP = DFHRESP(NORMAL)
091423         MOVE 'Y' TO WS-CLN-FOUND-SW
091424     END-IF
091425     IF NOT WS-CLN-FOUND OR NOT CLN-ACTIVE
091426         MOVE 94 TO CA-RETURN-CODE OF WS-CA
091427         GO TO 4150-EXIT
091428     END-IF
091429*    Day 1 of the 6100 serial count (0001-01-01) is a Monday, so
091430*    the remainder after sevens picks the CLN-SESSION entry.
091431     MOVE WS-CHK-APPT-DATE TO WS-DN-DATE
091432     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
091433     MOVE WS-CHK-APPT-TIME TO WS-TM-TIME
091434     IF WS-DN-DAY-NUM = 0
091435             OR WS-TM-HH-X IS NOT NUMERIC
091436             OR WS-TM-MM-X IS NOT NUMERIC
091437         MOVE 95 TO CA-RETURN-CODE OF WS-CA
091438         GO TO 4150-EXIT
091439     END-IF
091440     PERFORM 6200-TIME-TO-MINUTES THRU 6200-EXIT
091441     MOVE WS-TM-MINUTES TO WS-CHK-APPT-MIN
091442     COMPUTE WS-CHK-DAY-WORK = WS-DN-DAY-NUM - 1
091443     DIVIDE WS-CHK-DAY-WORK BY 7 GIVING WS-DIV-QUOT
091444         REMAINDER WS-CHK-WEEKDAY
091445     ADD 1 TO WS-CHK-WEEKDAY
091446     IF CLN-OPEN-TIME (WS-CHK-WEEKDAY) = SPACES
091447             OR CLN-CLOSE-TIME (WS-CHK-WEEKDAY) = SPACES
091448         MOVE 95 TO CA-RETURN-CODE OF WS-CA
091449         GO TO 4150-EXIT
091450     END-IF
091451     MOVE CLN-OPEN-TIME (WS-CHK-WEEKDAY) TO WS-TM-TIME
091452     PERFORM 6200-TIME-TO-MINUTES THRU 6200-EXIT
091453     MOVE WS-TM-MINUTES TO WS-CHK-OPEN-MIN
091454     MOVE CLN-CLOSE-TIME (WS-CHK-WEEKDAY) TO WS-TM-TIME
091455     PERFORM 6200-TIME-TO-MINUTES THRU 6200-EXIT
091456     MOVE WS-TM-MINUTES TO WS-CHK-CLOSE-MIN
091457     IF WS-CHK-APPT-MIN < WS-CHK-OPEN-MIN
091458             OR WS-CHK-APPT-MIN NOT < WS-CHK-CLOSE-MIN
091459         MOVE 95 TO CA-RETURN-CODE OF WS-CA
091460         GO TO 4150-EXIT
091461     END-IF
091462     IF CLN-SLOT-MINUTES IS NUMERIC AND CLN-SLOT-MINUTES > 0
091463         MOVE CLN-SLOT-MINUTES TO WS-CHK-SLOT-LEN
091464     ELSE
091465         COMPUTE WS-CHK-SLOT-LEN =
091466             WS-CHK-CLOSE-MIN - WS-CHK-OPEN-MIN
091467     END-IF
091468     IF CLN-PATIENTS-PER-SLOT IS NUMERIC
091469             AND CLN-PATIENTS-PER-SLOT > 0
091470         MOVE CLN-PATIENTS-PER-SLOT TO WS-CHK-CAPACITY
091471     ELSE
091472         MOVE 1 TO WS-CHK-CAPACITY
091473     END-IF
091474     COMPUTE WS-CHK-SLOT-NUM =
091475         (WS-CHK-APPT-MIN - WS-CHK-OPEN-MIN) / WS-CHK-SLOT-LEN
091476     PERFORM 7260-COUNT-SLOT-BOOKINGS THRU 7260-EXIT
091477     IF WS-CHK-BOOKED-COUNT NOT < WS-CHK-CAPACITY
091478         MOVE 96 TO CA-RETURN-CODE OF WS-CA
091479     END-IF.
091480 4150-EXIT.
091481     EXIT.
091500*---------------------------------------------------------------*
091600* 4190-VISINQ-PROCESS - return the patient's most recent        *
091700* visits, newest first, through the CA-VIS-LIST-R view, so the  *
104700         MOVE 84 TO CA-RETURN-CODE OF WS-CA
104800         GO TO 4260-EXIT
104900     END-IF.
104905     IF CA-CLINIC-ID OF CA-SCHEDULE-REQUEST OF WS-CA
104910             NOT = SPACES
104915         MOVE CA-CLINIC-ID OF CA-SCHEDULE-REQUEST OF WS-CA
104920             TO WS-CHK-CLINIC-ID
104925     ELSE
104930         MOVE WS-UPD-OLD-CLINIC TO WS-CHK-CLINIC-ID
104935     END-IF.
104940     MOVE WS-KBK-APPT-DATE  TO WS-CHK-APPT-DATE
104945     MOVE WS-KBK-APPT-TIME  TO WS-CHK-APPT-TIME
104950     MOVE WS-SCH-BROWSE-KEY TO WS-CHK-OWN-KEY
104955     MOVE CA-PATIENT-ID OF WS-CA TO WS-CHK-SKIP-KEY(1:10)
104960     MOVE CA-APPT-DATE OF CA-SCHEDULE-REQUEST OF WS-CA
104965         TO WS-CHK-SKIP-KEY(11:10)
104970     MOVE CA-APPT-TIME OF CA-SCHEDULE-REQUEST OF WS-CA
104975         TO WS-CHK-SKIP-KEY(21:10)
104980     PERFORM 4150-CHECK-CLINIC-SLOT THRU 4150-EXIT
104985     IF CA-RETURN-CODE OF WS-CA NOT = 0
104990         GO TO 4260-EXIT
104995     END-IF.
105000     MOVE CA-PATIENT-ID OF WS-CA TO SCH-PATIENT-ID
105100     MOVE CA-NEW-APPT-DATE OF CA-SCHEDULE-REQUEST OF WS-CA
105200         TO SCH-APPT-DATE
111800     MOVE 'Y' TO PRV-ACTIVE-SW
111900     PERFORM 7730-WRITE-PROVIDER THRU 7730-EXIT
112000     IF CA-RETURN-CODE OF WS-CA NOT = 90
112010         PERFORM 7830-JOURNAL-PROVIDER-ADD THRU 7830-EXIT
112020     END-IF.
112030     IF CA-RETURN-CODE OF WS-CA NOT = 90
112100         MOVE 74 TO CA-RETURN-CODE OF WS-CA
112200     END-IF.
112300 4270-EXIT.
115400         MOVE 78 TO CA-RETURN-CODE OF WS-CA
115500         GO TO 4290-EXIT
115600     END-IF.
115610     MOVE PRV-ACTIVE-SW TO WS-JB-PRV-ACTIVE-SW
115700     MOVE 'N' TO PRV-ACTIVE-SW
115800     PERFORM 7740-REWRITE-PROVIDER THRU 7740-EXIT
115810     IF CA-RETURN-CODE OF WS-CA NOT = 90
115820         MOVE 'HCIPPRV'          TO WS-JNL-FILE-ID
115830         MOVE PRV-PROVIDER-ID    TO WS-JNL-RECORD-KEY
115840         MOVE 'PRV-ACTIVE-SW'    TO WS-JNL-FIELD-NAME
115850         MOVE WS-JB-PRV-ACTIVE-SW TO WS-JNL-BEFORE
115860         MOVE PRV-ACTIVE-SW      TO WS-JNL-AFTER
115870         PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
115880     END-IF.
115900     IF CA-RETURN-CODE OF WS-CA NOT = 90
116000         MOVE PRV-ACTIVE-SW TO CA-PRV-ACTIVE-SW
116100             OF CA-PROVIDER-REQUEST OF WS-CA
141200         MOVE 10 TO CA-RETURN-CODE OF WS-CA
141300         GO TO 4450-EXIT
141400     END-IF.
141405     MOVE PAT-INS-CARD-NUM  TO WS-JB-INS-CARD-NUM
141410     MOVE PAT-FIRST-NAME    TO WS-JB-FIRST-NAME
141415     MOVE PAT-LAST-NAME     TO WS-JB-LAST-NAME
141420     MOVE PAT-DOB           TO WS-JB-DOB
141425     MOVE PAT-ADDRESS       TO WS-JB-ADDRESS
141430     MOVE PAT-CITY          TO WS-JB-CITY
141435     MOVE PAT-POSTCODE      TO WS-JB-POSTCODE
141440     MOVE PAT-PHONE-MOBILE  TO WS-JB-PHONE-MOBILE
141445     MOVE PAT-EMAIL-ADDRESS TO WS-JB-EMAIL-ADDRESS
141450     MOVE PAT-USERID        TO WS-JB-USERID
141500     IF CA-INS-CARD-NUM OF CA-PATIENT-REQUEST OF WS-CA
141600             NOT = SPACES
141700         MOVE CA-INS-CARD-NUM OF CA-PATIENT-REQUEST OF WS-CA
146300     END-EXEC
146400     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
146500         MOVE 90 TO CA-RETURN-CODE OF WS-CA
146510         GO TO 4450-EXIT
146600     END-IF.
146610     PERFORM 7810-JOURNAL-PATIENT-CHANGES THRU 7810-EXIT.
146700 4450-EXIT.
146800     EXIT.
146900*---------------------------------------------------------------*
159900             GO TO 4500-EXIT
160000         END-IF
160100         MOVE 60 TO CA-RETURN-CODE OF WS-CA
160110         PERFORM 7460-SEND-PHARMACY-ORDER THRU 7460-EXIT
160200     END-IF.
160300 4500-EXIT.
160400     EXIT.
177300     PERFORM 7450-REWRITE-MEDICATION THRU 7450-EXIT
177400     IF CA-RETURN-CODE OF WS-CA NOT = 90
177500         MOVE 63 TO CA-RETURN-CODE OF WS-CA
177510         PERFORM 7460-SEND-PHARMACY-ORDER THRU 7460-EXIT
177600     END-IF.
177700 4910-EXIT.
177800     EXIT.
191100         MOVE WS-ESCALATE-MINUTES-DFLT
191200             TO POL-ESCALATE-MINUTES
191300     END-IF.
191310     MOVE POL-LOGIN-MAX-ATTEMPTS    TO WS-JB-LOGIN-MAX
191320     MOVE POL-PASSWORD-MAX-AGE-DAYS TO WS-JB-PW-AGE-DAYS
191330     MOVE POL-ESCALATE-MINUTES      TO WS-JB-ESC-MINUTES
191400     IF CA-POL-LOGIN-MAX OF CA-POLICY-REQUEST OF WS-CA
191500             NOT = SPACES
191600         MOVE CA-POL-LOGIN-MAX OF CA-POLICY-REQUEST OF WS-CA
193400     IF CA-RETURN-CODE OF WS-CA = 90
193500         GO TO 4970-EXIT
193600     END-IF.
193610     PERFORM 7840-JOURNAL-POLICY-CHANGES THRU 7840-EXIT
193620     IF CA-RETURN-CODE OF WS-CA = 90
193630         GO TO 4970-EXIT
193640     END-IF.
193700*    The new values take effect for this transaction too, and
193800*    the caller gets them echoed back with the change stamp.
193900     MOVE POL-LOGIN-MAX-ATTEMPTS TO WS-LOGIN-MAX-ATTEMPTS
195400     MOVE 92 TO CA-RETURN-CODE OF WS-CA.
195500 4970-EXIT.
195600     EXIT.
195602*---------------------------------------------------------------*
195604* 4980-CHGINQ-PROCESS - return the change-journal history of    *
195606* one record, newest first, through the CA-CHG-LIST-R view.     *
195608* CA-CHG-FILE-ID names the file: HCIPPAT takes the record key   *
195610* from CA-PATIENT-ID, HCIPPRV from CA-CHG-RECORD-KEY (the       *
195612* provider id), and HCIPPOL has only the one policy record;     *
195613* HCIPCON, like HCIPPAT, is keyed by the patient id.            *
195614*---------------------------------------------------------------*
195616 4980-CHGINQ-PROCESS.
195618     MOVE CA-CHG-FILE-ID OF WS-CA TO WS-CBK-FILE-ID
195620     EVALUATE CA-CHG-FILE-ID OF WS-CA
195622         WHEN 'HCIPPAT'
195623         WHEN 'HCIPCON'
195624             IF CA-PATIENT-ID OF WS-CA = ZERO
195626                 MOVE SPACES TO WS-CBK-RECORD-KEY
195628             ELSE
195630                 MOVE CA-PATIENT-ID OF WS-CA TO WS-CBK-RECORD-KEY
195632             END-IF
195634         WHEN 'HCIPPRV'
195636             MOVE CA-CHG-RECORD-KEY OF WS-CA TO WS-CBK-RECORD-KEY
195638         WHEN 'HCIPPOL'
195640             MOVE 'POLICY01' TO WS-CBK-RECORD-KEY
195642         WHEN OTHER
195644             MOVE SPACES TO WS-CBK-RECORD-KEY
195646     END-EVALUATE.
195648     IF WS-CBK-RECORD-KEY = SPACES
195650         MOVE 15 TO CA-RETURN-CODE OF WS-CA
195652         GO TO 4980-EXIT
195654     END-IF.
195656     PERFORM 7850-LIST-CHANGE-HISTORY THRU 7850-EXIT.
195658 4980-EXIT.
195660     EXIT.
195661*---------------------------------------------------------------*
195662* 4985-MOVE-CONSENT-TO-PAT - the consent in force for the       *
195663* patient found goes into HCIP-CONSENT-CN for a channel caller  *
195664* (INQ01 and INQ02) and, for INQ02 only, into CA-PAT-CON-R; the *
195665* INQ01 commarea is left alone (see the design notes).  The     *
195666* inquiry must never fail over consent, so a file error here    *
195667* leaves the consent blank, the same way 7220 swallows a WRITEQ *
195668* failure.                                                      *
195669*---------------------------------------------------------------*
195670 4985-MOVE-CONSENT-TO-PAT.
195671     MOVE SPACES TO HCIP-CONSENT-CN
195672     PERFORM 7860-READ-CONSENT THRU 7860-EXIT
195673     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
195674             AND WS-CICS-RESP NOT = DFHRESP(NOTFND)
195675         GO TO 4985-EXIT
195676     END-IF.
195677     PERFORM 7870-SET-CONSENT-IN-FORCE THRU 7870-EXIT
195678     MOVE 1 TO WS-CON-IX
195679     PERFORM 4986-CONSENT-CN-STEP THRU 4986-STEP-EXIT
195680         UNTIL WS-CON-IX > 3.
195681     IF CA-REQUEST-ID OF WS-CA NOT = 'INQ02'
195682         GO TO 4985-EXIT
195683     END-IF.
195684     MOVE WS-CON-IN-FORCE (1) TO CA-PAT-CON-SHARE OF WS-CA
195685     MOVE WS-CON-IN-FORCE (2) TO CA-PAT-CON-RELEASE OF WS-CA
195686     MOVE WS-CON-IN-FORCE (3) TO CA-PAT-CON-CONTACT OF WS-CA.
195687 4985-EXIT.
195688     EXIT.
195689 4986-CONSENT-CN-STEP.
195690     MOVE WS-CON-IN-FORCE (WS-CON-IX) TO CN-CON-CODE (WS-CON-IX)
195691     MOVE WS-CW-EFF-DATE (WS-CON-IX)
195692         TO CN-CON-EFF-DATE (WS-CON-IX)
195693     MOVE WS-CW-EXP-DATE (WS-CON-IX)
195694         TO CN-CON-EXP-DATE (WS-CON-IX)
195695     ADD 1 TO WS-CON-IX.
195696 4986-STEP-EXIT.
195697     EXIT.
195698*---------------------------------------------------------------*
195699* 4990-CONINQ-PROCESS - return the patient's HCIPCON consent    *
195700* record and the decision in force today for each scope.  A     *
195701* patient with no record answers 20, the scope switches blank   *
195702* and the defaults in force.                                    *
195703*---------------------------------------------------------------*
195704 4990-CONINQ-PROCESS.
195705     PERFORM 7100-READ-PATIENT-BY-ID THRU 7100-EXIT
195706     IF WS-PATIENT-FOUND AND PAT-MERGED
195707         MOVE PAT-MERGED-TO-ID TO CA-PATIENT-ID OF WS-CA
195708         MOVE 14 TO CA-RETURN-CODE OF WS-CA
195709         GO TO 4990-EXIT
195710     END-IF.
195711     IF NOT WS-PATIENT-FOUND
195712         MOVE 18 TO CA-RETURN-CODE OF WS-CA
195713         GO TO 4990-EXIT
195714     END-IF.
195715     PERFORM 7860-READ-CONSENT THRU 7860-EXIT
195716     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
195717             AND WS-CICS-RESP NOT = DFHRESP(NOTFND)
195718         MOVE 90 TO CA-RETURN-CODE OF WS-CA
195719         GO TO 4990-EXIT
195720     END-IF.
195721     PERFORM 7890-MOVE-CONSENT-TO-CA THRU 7890-EXIT
195722     IF WS-CON-FOUND
195723         MOVE 16 TO CA-RETURN-CODE OF WS-CA
195724     ELSE
195725         MOVE 20 TO CA-RETURN-CODE OF WS-CA
195726     END-IF.
195727 4990-EXIT.
195728     EXIT.
195729*---------------------------------------------------------------*
195730* 4995-CONUPD-PROCESS - record the patient's consent decisions. *
195731* A scope is changed only when its CA-CON-SCOPE-SW is Y or N; a *
195732* blank switch leaves that scope as it stands.  A blank         *
195733* effective date means today and a blank expiry date means      *
195734* open-ended.  The record is stamped with the operator and the  *
195735* correlation id, each changed field is journaled on HCIPCHG    *
195736* under HCIPCON, and the record comes back with the decisions   *
195737* now in force.                                                 *
195738*---------------------------------------------------------------*
195739 4995-CONUPD-PROCESS.
195740     PERFORM 7100-READ-PATIENT-BY-ID THRU 7100-EXIT
195741     IF WS-PATIENT-FOUND AND PAT-MERGED
195742         MOVE PAT-MERGED-TO-ID TO CA-PATIENT-ID OF WS-CA
195743         MOVE 14 TO CA-RETURN-CODE OF WS-CA
195744         GO TO 4995-EXIT
195745     END-IF.
195746     IF NOT WS-PATIENT-FOUND
195747         MOVE 18 TO CA-RETURN-CODE OF WS-CA
195748         GO TO 4995-EXIT
195749     END-IF.
195750     MOVE 'Y' TO WS-CON-VALID-SW
195751     MOVE 1 TO WS-CON-IX
195752     PERFORM 4996-CHECK-SCOPE-STEP
195753         UNTIL WS-CON-IX > 3.
195754     IF NOT WS-CON-VALID
195755         MOVE 19 TO CA-RETURN-CODE OF WS-CA
195756         GO TO 4995-EXIT
195757     END-IF.
195758     PERFORM 7860-READ-CONSENT THRU 7860-EXIT
195759     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
195760             AND WS-CICS-RESP NOT = DFHRESP(NOTFND)
195761         MOVE 90 TO CA-RETURN-CODE OF WS-CA
195762         GO TO 4995-EXIT
195763     END-IF.
195764     MOVE CON-SCOPE-LIST TO WS-CON-BEFORE-LIST
195765     MOVE 1 TO WS-CON-IX
195766     PERFORM 4997-APPLY-SCOPE-STEP
195767         UNTIL WS-CON-IX > 3.
195768     MOVE WS-CURRENT-DATE   TO CON-LAST-CHANGE-DATE
195769     MOVE WS-CURRENT-TIME   TO CON-LAST-CHANGE-TIME
195770     MOVE WS-OPERATOR-ID    TO CON-LAST-CHANGE-OPER
195771     MOVE WS-CORRELATION-ID TO CON-LAST-CORR-ID
195772     PERFORM 7865-SAVE-CONSENT THRU 7865-EXIT
195773     IF CA-RETURN-CODE OF WS-CA = 90
195774         GO TO 4995-EXIT
195775     END-IF.
195776     PERFORM 7880-JOURNAL-CONSENT-CHANGES THRU 7880-EXIT
195777     IF CA-RETURN-CODE OF WS-CA = 90
195778         GO TO 4995-EXIT
195779     END-IF.
195780     PERFORM 7890-MOVE-CONSENT-TO-CA THRU 7890-EXIT
195781     MOVE 17 TO CA-RETURN-CODE OF WS-CA.
195782 4995-EXIT.
195783     EXIT.
195784*---------------------------------------------------------------*
195785* 4996-CHECK-SCOPE-STEP - validate one requested scope: the     *
195786* switch Y, N or blank (blank leaves the scope alone), both     *
195787* dates real dates (4998), the expiry not before the effective  *
195788* date.  A blank effective date is filled in with today here so *
195789* 4997 can apply the scope as given.                            *
195790*---------------------------------------------------------------*
195791 4996-CHECK-SCOPE-STEP.
195792     IF CA-CON-SCOPE-SW OF WS-CA (WS-CON-IX) NOT = SPACE
195793         IF CA-CON-SCOPE-SW OF WS-CA (WS-CON-IX) NOT = 'Y'
195794                 AND CA-CON-SCOPE-SW OF WS-CA (WS-CON-IX)
195795                     NOT = 'N'
195796             MOVE 'N' TO WS-CON-VALID-SW
195797         END-IF
195798         IF CA-CON-SCOPE-EFF-DATE OF WS-CA (WS-CON-IX) = SPACES
195799             MOVE WS-CURRENT-DATE
195800                 TO CA-CON-SCOPE-EFF-DATE OF WS-CA (WS-CON-IX)
195801         END-IF
195802         MOVE CA-CON-SCOPE-EFF-DATE OF WS-CA (WS-CON-IX)
195803             TO WS-DN-DATE
195804         PERFORM 4998-CHECK-CONSENT-DATE THRU 4998-EXIT
195805         IF CA-CON-SCOPE-EXP-DATE OF WS-CA (WS-CON-IX)
195806                 NOT = SPACES
195807             MOVE CA-CON-SCOPE-EXP-DATE OF WS-CA (WS-CON-IX)
195808                 TO WS-DN-DATE
195809             PERFORM 4998-CHECK-CONSENT-DATE THRU 4998-EXIT
195810             IF CA-CON-SCOPE-EXP-DATE OF WS-CA (WS-CON-IX)
195811                     < CA-CON-SCOPE-EFF-DATE OF WS-CA (WS-CON-IX)
195812                 MOVE 'N' TO WS-CON-VALID-SW
195813             END-IF
195814         END-IF
195815     END-IF
195816     ADD 1 TO WS-CON-IX.
195817*---------------------------------------------------------------*
195818* 4997-APPLY-SCOPE-STEP - copy one requested scope (switch and  *
195819* both dates) onto the consent record; a blank switch leaves    *
195820* the scope as it stands.                                       *
195821*---------------------------------------------------------------*
195822 4997-APPLY-SCOPE-STEP.
195823     IF CA-CON-SCOPE-SW OF WS-CA (WS-CON-IX) NOT = SPACE
195824         MOVE CA-CON-SCOPE-SW OF WS-CA (WS-CON-IX)
195825             TO CON-SCOPE-SW (WS-CON-IX)
195826         MOVE CA-CON-SCOPE-EFF-DATE OF WS-CA (WS-CON-IX)
195827             TO CON-SCOPE-EFF-DATE (WS-CON-IX)
195828         MOVE CA-CON-SCOPE-EXP-DATE OF WS-CA (WS-CON-IX)
195829             TO CON-SCOPE-EXP-DATE (WS-CON-IX)
195830     END-IF
195831     ADD 1 TO WS-CON-IX.
195832*---------------------------------------------------------------*
195833* 4998-CHECK-CONSENT-DATE - the date in WS-DN-DATE must be a    *
195834* real YYYY-MM-DD calendar date: dashes in positions 5 and 8, a *
195835* month 01-12 and a day from 1 to the days in that month (29 in *
195836* a leap February), else WS-CON-VALID-SW is turned off.         *
195837*---------------------------------------------------------------*
195838 4998-CHECK-CONSENT-DATE.
195839     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
195840     IF WS-DN-DAY-NUM = 0
195841             OR WS-DN-DATE(5:1) NOT = '-'
195842             OR WS-DN-DATE(8:1) NOT = '-'
195843         MOVE 'N' TO WS-CON-VALID-SW
195844         GO TO 4998-EXIT
195845     END-IF.
195846     MOVE WS-DIM-TAB(WS-DN-MONTH-N) TO WS-DAYS-THIS-MONTH
195847     IF WS-DN-MONTH-N = 2
195848         DIVIDE WS-DN-YEAR-N BY 4 GIVING WS-DIV-QUOT
195849             REMAINDER WS-DIV-REM-4
195850         DIVIDE WS-DN-YEAR-N BY 100 GIVING WS-DIV-QUOT
195851             REMAINDER WS-DIV-REM-100
195852         DIVIDE WS-DN-YEAR-N BY 400 GIVING WS-DIV-QUOT
195853             REMAINDER WS-DIV-REM-400
195854         IF (WS-DIV-REM-4 = 0 AND WS-DIV-REM-100 NOT = 0)
195855                 OR WS-DIV-REM-400 = 0
195856             MOVE 29 TO WS-DAYS-THIS-MONTH
195857         END-IF
195858     END-IF.
195859     IF WS-DN-DAY-N < 1 OR WS-DN-DAY-N > WS-DAYS-THIS-MONTH
195860         MOVE 'N' TO WS-CON-VALID-SW
195861     END-IF.
195862 4998-EXIT.
195863     EXIT.
196020*---------------------------------------------------------------*
196040* 5000-VALIDATE-DOB - CA-DOB must be a real, non-future,        *
196060* non-implausible YYYY-MM-DD calendar date.                     *
196080*---------------------------------------------------------------*
196100 5000-VALIDATE-DOB.
196200     MOVE 'Y' TO WS-DOB-VALID-SW
196300     MOVE CA-DOB OF CA-PATIENT-REQUEST OF WS-CA TO WS-DOB-IN
207200     END-IF.
207300 6100-EXIT.
207400     EXIT.
207405*---------------------------------------------------------------*
207410* 6200-TIME-TO-MINUTES - HH:MM[:SS] in WS-TM-TIME to minutes    *
207415* since midnight in WS-TM-MINUTES (zero if it will not parse).  *
207420* Used by the 4150 clinic session and slot arithmetic.          *
207425*---------------------------------------------------------------*
207430 6200-TIME-TO-MINUTES.
207435     MOVE 0 TO WS-TM-MINUTES
207440     IF WS-TM-HH-X IS NOT NUMERIC
207445             OR WS-TM-MM-X IS NOT NUMERIC
207450         GO TO 6200-EXIT
207455     END-IF
207460     MOVE WS-TM-HH-X TO WS-TM-HH-N
207465     MOVE WS-TM-MM-X TO WS-TM-MM-N
207470     COMPUTE WS-TM-MINUTES = (WS-TM-HH-N * 60) + WS-TM-MM-N.
207475 6200-EXIT.
207480     EXIT.
207500*---------------------------------------------------------------*
207600* 6300-CHECK-PASSWORD-STRENGTH - the password rules shared by   *
207700* PWCHG and PATADD enrollment: at least WS-PW-MIN-LEN           *
233200* shapes as the HCIPMTN keyed read/write/rewrite.  The caller   *
233300* loads WS-SCH-BROWSE-KEY before the keyed read, so SCHUPD can  *
233400* read both the old and the new slot through the same path.     *
233410* 7240/7250 set SCH-CLINIC-DAY-KEY from the clinic and date on  *
233420* every write, so the HCIPSCC path always matches the booking.  *
233500*---------------------------------------------------------------*
233600 7230-READ-SCHEDULE.
233700     MOVE 'N' TO WS-SCH-FOUND-SW
234600 7230-EXIT.
234700     EXIT.
234800 7240-WRITE-SCHEDULE.
234810     MOVE SCH-CLINIC-ID TO SCH-CD-CLINIC-ID
234820     MOVE SCH-APPT-DATE TO SCH-CD-APPT-DATE
234900     EXEC CICS WRITE FILE('HCIPSCH')
235000         FROM(WS-SCHEDULE-RECORD)
235100         RIDFLD(SCH-KEY)
235700 7240-EXIT.
235800     EXIT.
235900 7250-REWRITE-SCHEDULE.
235910     MOVE SCH-CLINIC-ID TO SCH-CD-CLINIC-ID
235920     MOVE SCH-APPT-DATE TO SCH-CD-APPT-DATE
236000     EXEC CICS REWRITE FILE('HCIPSCH')
236100         FROM(WS-SCHEDULE-RECORD)
236200         RESP(WS-CICS-RESP)
236600     END-IF.
236700 7250-EXIT.
236800     EXIT.
236801*---------------------------------------------------------------*
236802* 7260/7265 - count the booked or kept appointments in the 4150 *
236803* slot, browsing that clinic's appointments for the one date    *
236804* through the HCIPSCC path (non-unique alternate index over     *
236805* SCH-CLINIC-DAY-KEY).  A non-unique path answers DUPKEY while   *
236806* more records share the key; that is a good read like NORMAL.  *
236807*---------------------------------------------------------------*
236808 7260-COUNT-SLOT-BOOKINGS.
236809     MOVE 0 TO WS-CHK-BOOKED-COUNT
236810     MOVE 'N' TO WS-SLT-EOF-SW
236811     MOVE 'N' TO WS-SLT-BR-OPEN-SW
236812     MOVE WS-CHK-CLINIC-ID TO WS-SLT-CLINIC-ID
236813     MOVE WS-CHK-APPT-DATE TO WS-SLT-APPT-DATE
236814     EXEC CICS STARTBR FILE('HCIPSCC')
236815         RIDFLD(WS-SLT-BROWSE-KEY)
236816         GTEQ
236817         RESP(WS-CICS-RESP)
236818     END-EXEC
236819     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
236820         MOVE 'Y' TO WS-SLT-EOF-SW
236821     ELSE
236822         MOVE 'Y' TO WS-SLT-BR-OPEN-SW
236823     END-IF.
236824     PERFORM 7265-COUNT-SLOT-STEP
236825         UNTIL WS-SLT-EOF.
236826     IF WS-SLT-BR-OPEN
236827         EXEC CICS ENDBR FILE('HCIPSCC')
236828             RESP(WS-CICS-RESP)
236829         END-EXEC
236830     END-IF.
236831 7260-EXIT.
236832     EXIT.
236833 7265-COUNT-SLOT-STEP.
236834     EXEC CICS READNEXT FILE('HCIPSCC')
236835         INTO(WS-SLOT-SCAN-RECORD)
236836         RIDFLD(WS-SLT-BROWSE-KEY)
236837         RESP(WS-CICS-RESP)
236838     END-EXEC
236839     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
236840             AND WS-CICS-RESP NOT = DFHRESP(DUPKEY)
236841         MOVE 'Y' TO WS-SLT-EOF-SW
236842         GO TO 7265-STEP-EXIT
236843     END-IF.
236844     IF WS-SSR-CD-CLINIC-ID NOT = WS-CHK-CLINIC-ID
236845             OR WS-SSR-CD-APPT-DATE NOT = WS-CHK-APPT-DATE
236846         MOVE 'Y' TO WS-SLT-EOF-SW
236847         GO TO 7265-STEP-EXIT
236848     END-IF.
236849     IF (WS-SSR-STATUS-SW NOT = 'B'
236850                 AND WS-SSR-STATUS-SW NOT = 'K')
236851             OR WS-SSR-KEY = WS-CHK-OWN-KEY
236852             OR WS-SSR-KEY = WS-CHK-SKIP-KEY
236853         GO TO 7265-STEP-EXIT
236854     END-IF.
236855     MOVE WS-SSR-APPT-TIME TO WS-TM-TIME
236856     PERFORM 6200-TIME-TO-MINUTES THRU 6200-EXIT
236857     IF WS-TM-HH-X IS NOT NUMERIC
236858             OR WS-TM-MM-X IS NOT NUMERIC
236859             OR WS-TM-MINUTES < WS-CHK-OPEN-MIN
236860         GO TO 7265-STEP-EXIT
236861     END-IF.
236862     COMPUTE WS-CHK-SCAN-SLOT-NUM =
236863         (WS-TM-MINUTES - WS-CHK-OPEN-MIN) / WS-CHK-SLOT-LEN
236864     IF WS-CHK-SCAN-SLOT-NUM = WS-CHK-SLOT-NUM
236865         ADD 1 TO WS-CHK-BOOKED-COUNT
236866     END-IF.
236867 7265-STEP-EXIT.
236868     EXIT.
236900*---------------------------------------------------------------*
237000* 7300/7310 - failed-login-attempts record                     *
237100*---------------------------------------------------------------*
267000     END-IF.
267100 7450-EXIT.
267200     EXIT.
267202*---------------------------------------------------------------*
267204* 7460-SEND-PHARMACY-ORDER - after a successful MEDADD (new     *
267206* order) or MEDSTP (cancel order), lay the prescription held in *
267208* WS-MEDICATION-RECORD, its prescriber and the patient read by  *
267210* 7100 out on the PHRM queue for the nightly pharmacy file.     *
267212* Like the ALRT breach alert, a queue failure does not undo the *
267214* prescription change; HCIPPHR1 lists orders the pharmacy never *
267216* answers.                                                      *
267218*---------------------------------------------------------------*
267220 7460-SEND-PHARMACY-ORDER.
267222     MOVE SPACES TO WS-PHARMACY-ORDER-RECORD
267224     MOVE MED-PATIENT-ID      TO PHO-PATIENT-ID
267226     MOVE MED-PRESCRIPTION-ID TO PHO-PRESCRIPTION-ID
267228     IF CA-REQUEST-ID OF WS-CA = 'MEDSTP'
267230         MOVE 'C' TO PHO-ORDER-TYPE
267232     ELSE
267234         MOVE 'N' TO PHO-ORDER-TYPE
267236     END-IF
267238     MOVE WS-CURRENT-DATE     TO PHO-ORDER-DATE
267240     MOVE WS-CURRENT-TIME     TO PHO-ORDER-TIME
267242     MOVE WS-CORRELATION-ID   TO PHO-CORRELATION-ID
267244     MOVE MED-DRUG-NAME       TO PHO-DRUG-NAME
267246     MOVE MED-STRENGTH        TO PHO-STRENGTH
267248     MOVE MED-AMOUNT          TO PHO-AMOUNT
267250     MOVE MED-ROUTE           TO PHO-ROUTE
267252     MOVE MED-FREQUENCY       TO PHO-FREQUENCY
267254     MOVE MED-START-DATE      TO PHO-START-DATE
267256     MOVE MED-END-DATE        TO PHO-END-DATE
267258     MOVE MED-IDENTIFIER      TO PHO-PRESCRIBER-ID
267260     MOVE MED-IDENTIFIER      TO PRV-PROVIDER-ID
267262     PERFORM 7720-READ-PROVIDER THRU 7720-EXIT
267264     IF WS-PRV-FOUND
267266         MOVE PRV-PROVIDER-NAME TO PHO-PRESCRIBER-NAME
267268     END-IF
267270     MOVE PAT-INS-CARD-NUM    TO PHO-INS-CARD-NUM
267272     MOVE PAT-FIRST-NAME      TO PHO-FIRST-NAME
267274     MOVE PAT-LAST-NAME       TO PHO-LAST-NAME
267276     MOVE PAT-DOB             TO PHO-DOB
267278     MOVE PAT-ADDRESS         TO PHO-ADDRESS
267280     MOVE PAT-CITY            TO PHO-CITY
267282     MOVE PAT-POSTCODE        TO PHO-POSTCODE
267284     MOVE PAT-PHONE-MOBILE    TO PHO-PHONE-MOBILE
267286     EXEC CICS WRITEQ TD QUEUE('PHRM')
267288         FROM(WS-PHARMACY-ORDER-RECORD)
267290         LENGTH(LENGTH OF WS-PHARMACY-ORDER-RECORD)
267292         RESP(WS-CICS-RESP)
267294     END-EXEC.
267296 7460-EXIT.
267298     EXIT.
267300*---------------------------------------------------------------*
267400* 7700/7710 - SCHINQ generic-key browse of HCIPSCH from today   *
267500* forward, same shape as the 7420 MEDINQ browse but started at  *
301800                 MOVE 90 TO CA-RETURN-CODE OF WS-CA
301900                 GO TO 7010-EXIT
302000             END-IF
302008             IF WS-PATIENT-FOUND AND NOT PAT-MERGED
302016                 EXEC CICS PUT CONTAINER('HCIPCONCN')
302024                     CHANNEL(WS-CHANNEL-NAME)
302032                     FROM(HCIP-CONSENT-CN)
302040                     RESP(WS-CICS-RESP)
302048                 END-EXEC
302056                 IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
302064                     MOVE 90 TO CA-RETURN-CODE OF WS-CA
302072                     GO TO 7010-EXIT
302080                 END-IF
302088             END-IF
302100         WHEN 'THRSET'
302200             MOVE WS-CORRELATION-ID TO CN-CORRELATION-ID
302300                 OF HCIP-THRESHOLD-CN
310700             MOVE CA-POL-OPERATOR-ID OF CA-POLICY-REQUEST
310800                 OF WS-CA TO AUD-OPERATOR-ID
310900         WHEN OTHER
311000             MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
311100     END-EVALUATE
311110     IF CA-RETURN-CODE OF WS-CA = 97
311120         MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
311130     END-IF
311200     EXEC CICS WRITEQ TD QUEUE('AUDT')
311300         FROM(WS-AUDIT-RECORD)
311400         LENGTH(LENGTH OF WS-AUDIT-RECORD)
318000                     OF CA-POLICY-REQUEST OF WS-CA
318100                 MOVE WS-AUDIT-TIMESTAMP TO CA-POL-AUDIT-TS
318200                     OF CA-POLICY-REQUEST OF WS-CA
318210             WHEN 'CHGINQ'
318220                 MOVE WS-CORRELATION-ID TO CA-CHG-CORR-ID
318230                     OF CA-CHANGE-REQUEST OF WS-CA
318240                 MOVE WS-AUDIT-TIMESTAMP TO CA-CHG-AUDIT-TS
318250                     OF CA-CHANGE-REQUEST OF WS-CA
318255             WHEN 'CONUPD'
318260             WHEN 'CONINQ'
318265                 MOVE WS-CORRELATION-ID TO CA-CON-CORR-ID
318270                     OF CA-CONSENT-REQUEST OF WS-CA
318275                 MOVE WS-AUDIT-TIMESTAMP TO CA-CON-AUDIT-TS
318280                     OF CA-CONSENT-REQUEST OF WS-CA
318300             WHEN OTHER
318400                 CONTINUE
318500         END-EVALUATE
325400     END-IF.
325500 8110-STEP-EXIT.
325600     EXIT.
325700*---------------------------------------------------------------*
325800* 7800-WRITE-CHANGE-JOURNAL - one HCIPCHG record for the field  *
325900* loaded in WS-JNL-FIELD, skipped when the value is unchanged.  *
326000* The operator is the signed-on userid, except that POLUPD      *
326100* keeps the CA-POL-OPERATOR-ID it stamps on the policy record.  *
326200* A journal write failure answers 90 like the HCIPTHH history.  *
326300*---------------------------------------------------------------*
326400 7800-WRITE-CHANGE-JOURNAL.
326500     IF WS-JNL-BEFORE = WS-JNL-AFTER
326600         GO TO 7800-EXIT
326700     END-IF.
326800     ADD 1 TO WS-JNL-SEQ
326900     INITIALIZE WS-CHANGE-JOURNAL-RECORD
327000     MOVE WS-JNL-FILE-ID       TO CHG-FILE-ID
327100     MOVE WS-JNL-RECORD-KEY    TO CHG-RECORD-KEY
327200     MOVE WS-AUDIT-TIMESTAMP   TO CHG-TIMESTAMP
327300     MOVE WS-CORRELATION-ID    TO CHG-CORRELATION-ID
327400     MOVE WS-JNL-SEQ           TO CHG-SEQ
327500     MOVE CA-REQUEST-ID OF WS-CA TO CHG-REQUEST-ID
327600     MOVE WS-JNL-FIELD-NAME    TO CHG-FIELD-NAME
327700     MOVE WS-JNL-BEFORE        TO CHG-BEFORE-VALUE
327800     MOVE WS-JNL-AFTER         TO CHG-AFTER-VALUE
327900     MOVE WS-OPERATOR-ID       TO CHG-OPERATOR-ID
328000     IF CA-REQUEST-ID OF WS-CA = 'POLUPD'
328100             AND CA-POL-OPERATOR-ID OF CA-POLICY-REQUEST
328200                 OF WS-CA NOT = SPACES
328300         MOVE CA-POL-OPERATOR-ID OF CA-POLICY-REQUEST OF WS-CA
328400             TO CHG-OPERATOR-ID
328500     END-IF
328600     EXEC CICS WRITE FILE('HCIPCHG')
328700         FROM(WS-CHANGE-JOURNAL-RECORD)
328800         RIDFLD(CHG-KEY)
328900         RESP(WS-CICS-RESP)
329000     END-EXEC
329100     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
329200         MOVE 90 TO CA-RETURN-CODE OF WS-CA
329300     END-IF.
329400 7800-EXIT.
329500     EXIT.
329600*---------------------------------------------------------------*
329700* 7810-JOURNAL-PATIENT-CHANGES - after a PATUPD rewrite,        *
329800* compare each demographic field with the value held before.    *
329900*---------------------------------------------------------------*
330000 7810-JOURNAL-PATIENT-CHANGES.
330100     MOVE 'HCIPPAT'          TO WS-JNL-FILE-ID
330200     MOVE PAT-PATIENT-ID     TO WS-JNL-RECORD-KEY
330300     MOVE 'PAT-INS-CARD-NUM' TO WS-JNL-FIELD-NAME
330400     MOVE WS-JB-INS-CARD-NUM TO WS-JNL-BEFORE
330500     MOVE PAT-INS-CARD-NUM   TO WS-JNL-AFTER
330600     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
330700     MOVE 'PAT-FIRST-NAME'   TO WS-JNL-FIELD-NAME
330800     MOVE WS-JB-FIRST-NAME   TO WS-JNL-BEFORE
330900     MOVE PAT-FIRST-NAME     TO WS-JNL-AFTER
331000     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
331100     MOVE 'PAT-LAST-NAME'    TO WS-JNL-FIELD-NAME
331200     MOVE WS-JB-LAST-NAME    TO WS-JNL-BEFORE
331300     MOVE PAT-LAST-NAME      TO WS-JNL-AFTER
331400     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
331500     MOVE 'PAT-DOB'          TO WS-JNL-FIELD-NAME
331600     MOVE WS-JB-DOB          TO WS-JNL-BEFORE
331700     MOVE PAT-DOB            TO WS-JNL-AFTER
331800     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
331900     MOVE 'PAT-ADDRESS'      TO WS-JNL-FIELD-NAME
332000     MOVE WS-JB-ADDRESS      TO WS-JNL-BEFORE
332100     MOVE PAT-ADDRESS        TO WS-JNL-AFTER
332200     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
332300     MOVE 'PAT-CITY'         TO WS-JNL-FIELD-NAME
332400     MOVE WS-JB-CITY         TO WS-JNL-BEFORE
332500     MOVE PAT-CITY           TO WS-JNL-AFTER
332600     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
332700     MOVE 'PAT-POSTCODE'     TO WS-JNL-FIELD-NAME
332800     MOVE WS-JB-POSTCODE     TO WS-JNL-BEFORE
332900     MOVE PAT-POSTCODE       TO WS-JNL-AFTER
333000     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
333100     MOVE 'PAT-PHONE-MOBILE' TO WS-JNL-FIELD-NAME
333200     MOVE WS-JB-PHONE-MOBILE TO WS-JNL-BEFORE
333300     MOVE PAT-PHONE-MOBILE   TO WS-JNL-AFTER
333400     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
333500     MOVE 'PAT-EMAIL-ADDRESS' TO WS-JNL-FIELD-NAME
333600     MOVE WS-JB-EMAIL-ADDRESS TO WS-JNL-BEFORE
333700     MOVE PAT-EMAIL-ADDRESS  TO WS-JNL-AFTER
333800     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
333900     MOVE 'PAT-USERID'       TO WS-JNL-FIELD-NAME
334000     MOVE WS-JB-USERID       TO WS-JNL-BEFORE
334100     MOVE PAT-USERID         TO WS-JNL-AFTER
334200     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT.
334300 7810-EXIT.
334400     EXIT.
334500*---------------------------------------------------------------*
334600* 7830-JOURNAL-PROVIDER-ADD - a new provider has no before      *
334700* values; each field is journaled from spaces.                  *
334800*---------------------------------------------------------------*
334900 7830-JOURNAL-PROVIDER-ADD.
335000     MOVE 'HCIPPRV'          TO WS-JNL-FILE-ID
335100     MOVE PRV-PROVIDER-ID    TO WS-JNL-RECORD-KEY
335200     MOVE SPACES             TO WS-JNL-BEFORE
335300     MOVE 'PRV-PROVIDER-NAME' TO WS-JNL-FIELD-NAME
335400     MOVE PRV-PROVIDER-NAME  TO WS-JNL-AFTER
335500     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
335600     MOVE 'PRV-ROLE'         TO WS-JNL-FIELD-NAME
335700     MOVE PRV-ROLE           TO WS-JNL-AFTER
335800     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
335900     MOVE 'PRV-ACTIVE-SW'    TO WS-JNL-FIELD-NAME
336000     MOVE PRV-ACTIVE-SW      TO WS-JNL-AFTER
336100     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT.
336200 7830-EXIT.
336300     EXIT.
336400*---------------------------------------------------------------*
336500* 7840-JOURNAL-POLICY-CHANGES - after a POLUPD save, compare    *
336600* each policy value with the value in force before the change.  *
336700*---------------------------------------------------------------*
336800 7840-JOURNAL-POLICY-CHANGES.
336900     MOVE 'HCIPPOL'          TO WS-JNL-FILE-ID
337000     MOVE POL-KEY            TO WS-JNL-RECORD-KEY
337100     MOVE 'POL-LOGIN-MAX-ATTEMPTS' TO WS-JNL-FIELD-NAME
337200     MOVE WS-JB-LOGIN-MAX    TO WS-JNL-BEFORE
337300     MOVE POL-LOGIN-MAX-ATTEMPTS TO WS-JNL-AFTER
337400     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
337500     MOVE 'POL-PASSWORD-MAX-AGE' TO WS-JNL-FIELD-NAME
337600     MOVE WS-JB-PW-AGE-DAYS  TO WS-JNL-BEFORE
337700     MOVE POL-PASSWORD-MAX-AGE-DAYS TO WS-JNL-AFTER
337800     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
337900     MOVE 'POL-ESCALATE-MINUTES' TO WS-JNL-FIELD-NAME
338000     MOVE WS-JB-ESC-MINUTES  TO WS-JNL-BEFORE
338100     MOVE POL-ESCALATE-MINUTES TO WS-JNL-AFTER
338200     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT.
338300 7840-EXIT.
338400     EXIT.
338500*---------------------------------------------------------------*
338600* 7850/7852/7855 - CHGINQ backward browse of HCIPCHG, the same  *
338700* shape as the 7790 VISINQ browse: start past the high end of   *
338800* the record's CHG-SUBJECT range, take the next record with one *
338900* READNEXT so READPREV may follow, and walk back; a start past  *
339000* the last record in the file is retried at 7852 from a full    *
339100* key of high values.                                           *
339200*---------------------------------------------------------------*
339300 7850-LIST-CHANGE-HISTORY.
339400     MOVE 'N' TO WS-CHG-EOF-SW
339500     MOVE 'N' TO WS-CHG-BR-OPEN-SW
339600     MOVE 0 TO WS-CLIST-IX
339700     MOVE WS-CBK-SUBJECT TO WS-CHG-WANTED-SUBJECT
339800     MOVE HIGH-VALUES TO WS-CBK-REST
339900     EXEC CICS STARTBR FILE('HCIPCHG')
340000         RIDFLD(WS-CHG-BROWSE-KEY)
340100         GTEQ
340200         RESP(WS-CICS-RESP)
340300     END-EXEC
340400     EVALUATE WS-CICS-RESP
340500         WHEN DFHRESP(NORMAL)
340600             MOVE 'Y' TO WS-CHG-BR-OPEN-SW
340700             EXEC CICS READNEXT FILE('HCIPCHG')
340800                 INTO(WS-CHANGE-JOURNAL-RECORD)
340900                 RIDFLD(WS-CHG-BROWSE-KEY)
341000                 RESP(WS-CICS-RESP)
341100             END-EXEC
341200             IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
341300                 EXEC CICS ENDBR FILE('HCIPCHG')
341400                     RESP(WS-CICS-RESP)
341500                 END-EXEC
341600                 MOVE 'N' TO WS-CHG-BR-OPEN-SW
341700                 PERFORM 7852-START-AT-FILE-END
341800                     THRU 7852-EXIT
341900             END-IF
342000         WHEN DFHRESP(NOTFND)
342100             PERFORM 7852-START-AT-FILE-END THRU 7852-EXIT
342200         WHEN OTHER
342300             MOVE 'Y' TO WS-CHG-EOF-SW
342400     END-EVALUATE.
342500     PERFORM 7855-LIST-CHG-STEP
342600         UNTIL WS-CHG-EOF.
342700     IF WS-CHG-BR-OPEN
342800         EXEC CICS ENDBR FILE('HCIPCHG')
342900             RESP(WS-CICS-RESP)
343000         END-EXEC
343100     END-IF.
343200     MOVE WS-CLIST-IX TO CA-CHG-LIST-COUNT OF WS-CA.
343300 7850-EXIT.
343400     EXIT.
343500 7852-START-AT-FILE-END.
343600     MOVE HIGH-VALUES TO WS-CHG-BROWSE-KEY
343700     EXEC CICS STARTBR FILE('HCIPCHG')
343800         RIDFLD(WS-CHG-BROWSE-KEY)
343900         GTEQ
344000         RESP(WS-CICS-RESP)
344100     END-EXEC
344200     IF WS-CICS-RESP = DFHRESP(NORMAL)
344300         MOVE 'Y' TO WS-CHG-BR-OPEN-SW
344400     ELSE
344500         MOVE 'Y' TO WS-CHG-EOF-SW
344600     END-IF.
344700 7852-EXIT.
344800     EXIT.
344900 7855-LIST-CHG-STEP.
345000     EXEC CICS READPREV FILE('HCIPCHG')
345100         INTO(WS-CHANGE-JOURNAL-RECORD)
345200         RIDFLD(WS-CHG-BROWSE-KEY)
345300         RESP(WS-CICS-RESP)
345400     END-EXEC
345500     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
345600         MOVE 'Y' TO WS-CHG-EOF-SW
345700         GO TO 7855-STEP-EXIT
345800     END-IF.
345900     IF CHG-SUBJECT > WS-CHG-WANTED-SUBJECT
346000         GO TO 7855-STEP-EXIT
346100     END-IF.
346200     IF CHG-SUBJECT < WS-CHG-WANTED-SUBJECT
346300         MOVE 'Y' TO WS-CHG-EOF-SW
346400         GO TO 7855-STEP-EXIT
346500     END-IF.
346600     IF WS-CLIST-IX >= WS-CHG-LIST-MAX
346700         MOVE 'Y' TO WS-CHG-EOF-SW
346800         GO TO 7855-STEP-EXIT
346900     END-IF.
347000     ADD 1 TO WS-CLIST-IX
347100     MOVE CHG-TIMESTAMP TO CA-CLE-TIMESTAMP
347200         OF WS-CA (WS-CLIST-IX)
347300     MOVE CHG-FIELD-NAME TO CA-CLE-FIELD-NAME
347400         OF WS-CA (WS-CLIST-IX)
347500     MOVE CHG-BEFORE-VALUE TO CA-CLE-BEFORE-VALUE
347600         OF WS-CA (WS-CLIST-IX)
347700     MOVE CHG-AFTER-VALUE TO CA-CLE-AFTER-VALUE
347800         OF WS-CA (WS-CLIST-IX)
347900     MOVE CHG-OPERATOR-ID TO CA-CLE-OPERATOR-ID
348000         OF WS-CA (WS-CLIST-IX)
348100     MOVE CHG-REQUEST-ID TO CA-CLE-REQUEST-ID
348200         OF WS-CA (WS-CLIST-IX)
348300     MOVE CHG-CORRELATION-ID TO CA-CLE-CORR-ID
348400         OF WS-CA (WS-CLIST-IX).
348500 7855-STEP-EXIT.
348600     EXIT.
364100*---------------------------------------------------------------*
364200* 7860/7865 - patient consent record (HCIPCON), same keyed read *
364300* and write-or-rewrite shapes as the policy record.  A patient  *
364400* with no record is given a blank one, so every scope takes its *
364500* default until a decision is recorded.                         *
364600*---------------------------------------------------------------*
364700 7860-READ-CONSENT.
364800     MOVE 'N' TO WS-CON-FOUND-SW
364900     MOVE CA-PATIENT-ID OF WS-CA TO CON-PATIENT-ID
365000     EXEC CICS READ FILE('HCIPCON')
365100         INTO(WS-CONSENT-RECORD)
365200         RIDFLD(CON-KEY)
365300         RESP(WS-CICS-RESP)
365400     END-EXEC
365500     IF WS-CICS-RESP = DFHRESP(NORMAL)
365600         MOVE 'Y' TO WS-CON-FOUND-SW
365700     ELSE
365800         MOVE SPACES TO WS-CONSENT-RECORD
365900         MOVE CA-PATIENT-ID OF WS-CA TO CON-PATIENT-ID
366000     END-IF.
366100 7860-EXIT.
366200     EXIT.
366300 7865-SAVE-CONSENT.
366400     IF WS-CON-FOUND
366500         EXEC CICS REWRITE FILE('HCIPCON')
366600             FROM(WS-CONSENT-RECORD)
366700             RESP(WS-CICS-RESP)
366800         END-EXEC
366900     ELSE
367000         EXEC CICS WRITE FILE('HCIPCON')
367100             FROM(WS-CONSENT-RECORD)
367200             RIDFLD(CON-KEY)
367300             RESP(WS-CICS-RESP)
367400         END-EXEC
367500     END-IF
367600     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
367700         MOVE 90 TO CA-RETURN-CODE OF WS-CA
367800     END-IF.
367900 7865-EXIT.
368000     EXIT.
368100*---------------------------------------------------------------*
368200* 7870/7875 - the decision in force today for each scope of     *
368300* WS-CONSENT-RECORD, into WS-CON-IN-FORCE in CON-SCOPE order.  A*
368400* scope's own switch holds from its effective date through its  *
368500* expiry date (blank = open-ended); before or after that window,*
368600* or with no switch recorded, the WS-CON-DEFAULT applies.       *
368650* A decision in force also leaves its window in WS-CON-WINDOW.  *
368700*---------------------------------------------------------------*
368800 7870-SET-CONSENT-IN-FORCE.
368900     MOVE 1 TO WS-CON-IX
369000     PERFORM 7875-IN-FORCE-STEP
369100         UNTIL WS-CON-IX > 3.
369200 7870-EXIT.
369300     EXIT.
369400 7875-IN-FORCE-STEP.
369500     MOVE WS-CON-DEFAULT (WS-CON-IX)
369600         TO WS-CON-IN-FORCE (WS-CON-IX)
369650     MOVE SPACES TO WS-CON-WINDOW (WS-CON-IX)
369700     IF CON-SCOPE-SW (WS-CON-IX) NOT = SPACE
369800             AND CON-SCOPE-EFF-DATE (WS-CON-IX)
369900                 NOT > WS-CURRENT-DATE
370000             AND (CON-SCOPE-EXP-DATE (WS-CON-IX) = SPACES
370100               OR CON-SCOPE-EXP-DATE (WS-CON-IX)
370200                 NOT < WS-CURRENT-DATE)
370300         MOVE CON-SCOPE-SW (WS-CON-IX)
370400             TO WS-CON-IN-FORCE (WS-CON-IX)
370420         MOVE CON-SCOPE-EFF-DATE (WS-CON-IX)
370440             TO WS-CW-EFF-DATE (WS-CON-IX)
370460         MOVE CON-SCOPE-EXP-DATE (WS-CON-IX)
370480             TO WS-CW-EXP-DATE (WS-CON-IX)
370500     END-IF
370600     ADD 1 TO WS-CON-IX.
370700*---------------------------------------------------------------*
370800* 7880-JOURNAL-CONSENT-CHANGES - after a CONUPD save, compare   *
370900* each consent field with the value held before the change.     *
371000*---------------------------------------------------------------*
371100 7880-JOURNAL-CONSENT-CHANGES.
371200     MOVE 'HCIPCON'          TO WS-JNL-FILE-ID
371300     MOVE CON-PATIENT-ID     TO WS-JNL-RECORD-KEY
371400     MOVE 'CON-SHARE-SW'     TO WS-JNL-FIELD-NAME
371500     MOVE WS-CB-SCOPE-SW (1) TO WS-JNL-BEFORE
371600     MOVE CON-SHARE-SW       TO WS-JNL-AFTER
371700     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
371800     MOVE 'CON-SHARE-EFF-DATE' TO WS-JNL-FIELD-NAME
371900     MOVE WS-CB-EFF-DATE (1) TO WS-JNL-BEFORE
372000     MOVE CON-SHARE-EFF-DATE TO WS-JNL-AFTER
372100     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
372200     MOVE 'CON-SHARE-EXP-DATE' TO WS-JNL-FIELD-NAME
372300     MOVE WS-CB-EXP-DATE (1) TO WS-JNL-BEFORE
372400     MOVE CON-SHARE-EXP-DATE TO WS-JNL-AFTER
372500     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
372600     MOVE 'CON-RELEASE-SW'   TO WS-JNL-FIELD-NAME
372700     MOVE WS-CB-SCOPE-SW (2) TO WS-JNL-BEFORE
372800     MOVE CON-RELEASE-SW     TO WS-JNL-AFTER
372900     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
373000     MOVE 'CON-RELEASE-EFF-DATE' TO WS-JNL-FIELD-NAME
373100     MOVE WS-CB-EFF-DATE (2) TO WS-JNL-BEFORE
373200     MOVE CON-RELEASE-EFF-DATE TO WS-JNL-AFTER
373300     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
373400     MOVE 'CON-RELEASE-EXP-DATE' TO WS-JNL-FIELD-NAME
373500     MOVE WS-CB-EXP-DATE (2) TO WS-JNL-BEFORE
373600     MOVE CON-RELEASE-EXP-DATE TO WS-JNL-AFTER
373700     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
373800     MOVE 'CON-CONTACT-SW'   TO WS-JNL-FIELD-NAME
373900     MOVE WS-CB-SCOPE-SW (3) TO WS-JNL-BEFORE
374000     MOVE CON-CONTACT-SW     TO WS-JNL-AFTER
374100     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
374200     MOVE 'CON-CONTACT-EFF-DATE' TO WS-JNL-FIELD-NAME
374300     MOVE WS-CB-EFF-DATE (3) TO WS-JNL-BEFORE
374400     MOVE CON-CONTACT-EFF-DATE TO WS-JNL-AFTER
374500     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT
374600     MOVE 'CON-CONTACT-EXP-DATE' TO WS-JNL-FIELD-NAME
374700     MOVE WS-CB-EXP-DATE (3) TO WS-JNL-BEFORE
374800     MOVE CON-CONTACT-EXP-DATE TO WS-JNL-AFTER
374900     PERFORM 7800-WRITE-CHANGE-JOURNAL THRU 7800-EXIT.
375000 7880-EXIT.
375100     EXIT.
375200*---------------------------------------------------------------*
375300* 7890-MOVE-CONSENT-TO-CA - the consent record and the decisions*
375400* in force today into the CA-CONSENT-REQUEST view.              *
375500*---------------------------------------------------------------*
375600 7890-MOVE-CONSENT-TO-CA.
375700     PERFORM 7870-SET-CONSENT-IN-FORCE THRU 7870-EXIT
375800     MOVE CON-SCOPE-LIST TO CA-CON-SCOPE-LIST OF WS-CA
375900     MOVE WS-CON-IN-FORCE-LIST TO CA-CON-IN-FORCE-LIST OF WS-CA
376000     MOVE CON-LAST-CHANGE-DATE
376100         TO CA-CON-LAST-CHANGE-DATE OF WS-CA
376200     MOVE CON-LAST-CHANGE-TIME
376300         TO CA-CON-LAST-CHANGE-TIME OF WS-CA
376400     MOVE CON-LAST-CHANGE-OPER
376500         TO CA-CON-LAST-CHANGE-OPER OF WS-CA.
376600 7890-EXIT.
376700     EXIT.
376800 END PROGRAM HCIPDB01.
