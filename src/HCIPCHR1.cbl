000100*****************************************************************
000200* PROGRAM    : HCIPCHR1
000300* PURPOSE    : Daily patient demographic change report from the
000400*              HCIPCHG change journal.  HCIPDB01 journals every
000500*              field PATUPD changes on HCIPPAT with its before and
000600*              after value, operator and correlation id; this job
000700*              prints, for the records and security teams:
000800*
000900*                1. Every patient demographic change made on the
001000*                   report date, by patient in time order.
001100*                2. Patients whose address or email was changed
001200*                   at least the patient burst count of times that
001300*                   day (an address change is one PATUPD touching
001400*                   any of PAT-ADDRESS, PAT-CITY or PAT-POSTCODE),
001500*                   the pattern of an account takeover.
001600*                3. Address and email changes by operator, flagged
001700*                   where an operator reaches the operator burst
001800*                   count.
001900*
001950*              The report date defaults to the run-control
002000*              business date (HCIPRUN0); the optional HCIPPRM card
002050*              overrides it with a YYYY-MM-DD report date in
002200*              columns 1-10 to rerun an earlier day, the patient
002300*              burst count in columns 11-13 (default 2) and the
002400*              operator burst count in columns 14-16 (default 10).
002500*              The journal is read, not updated.
002600*
002700* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
002800* INSTALLATION: DEMOHEALTH DATA CENTER
002900* DATE-WRITTEN: 10/15/2026
003000* DATE-COMPILED:
003100*
003200* Modification history
003300* ----   ----   -----------------------------------------------
003400* 101526 MRO    Original version.
003410* 101526 MRO    Nightly run control: start checked and end
003420*               posted through HCIPRUN0 (0100/0200).
003425* 101526 MRO    Report date defaults to the run-control business
003450*               date rather than the clock; HCIPPRM overrides it.
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.   HCIPCHR1.
003800 AUTHOR.       M. OYELARAN.
003900 INSTALLATION. DEMOHEALTH DATA CENTER.
004000 DATE-WRITTEN. 10/15/2026.
004100 DATE-COMPILED.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT HCIPCHG ASSIGN TO HCIPCHG
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS CHG-KEY
004900         FILE STATUS IS WS-CHG-STATUS.
005000     SELECT HCIPPRM ASSIGN TO HCIPPRM
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-PRM-STATUS.
005300     SELECT HCIPCHP ASSIGN TO HCIPCHP
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-CHP-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  HCIPCHG.
005900     COPY HCIPCHGR.
006000 FD  HCIPPRM
006100     RECORDING MODE IS F.
006200 01  PRM-RECORD.
006300     03  PRM-REPORT-DATE          PIC X(10).
006400     03  PRM-PAT-BURST-MIN        PIC X(03).
006500     03  PRM-OPR-BURST-MIN        PIC X(03).
006600     03  FILLER                   PIC X(64).
006700 FD  HCIPCHP
006800     RECORDING MODE IS F.
006900     COPY HCIPCHRL.
007000 WORKING-STORAGE SECTION.
007100 01  WS-FILE-STATUSES.
007200     03  WS-CHG-STATUS             PIC X(02) VALUE '00'.
007300     03  WS-PRM-STATUS             PIC X(02) VALUE '00'.
007400     03  WS-CHP-STATUS             PIC X(02) VALUE '00'.
007500 01  WS-SWITCHES.
007600     03  WS-CHG-EOF-SW             PIC X(01) VALUE 'N'.
007700         88  WS-CHG-EOF                VALUE 'Y'.
007800     03  WS-TALLY-FOUND-SW         PIC X(01) VALUE 'N'.
007900         88  WS-TALLY-FOUND            VALUE 'Y'.
008000 01  WS-PAT-BURST-MIN              PIC 9(03) VALUE 2.
008100 01  WS-OPR-BURST-MIN              PIC 9(03) VALUE 10.
008200*---------------------------------------------------------------*
008300* Current patient (journal records arrive in patient order, so  *
008400* bursts are found on the patient control break)                *
008500*---------------------------------------------------------------*
008600 01  WS-CUR-PATIENT                PIC X(20) VALUE SPACES.
008700 01  WS-CUR-ADDR-CHANGES           PIC 9(05) VALUE ZERO.
008800 01  WS-CUR-EMAIL-CHANGES          PIC 9(05) VALUE ZERO.
008900 01  WS-CUR-FIRST-TIME             PIC X(08) VALUE SPACES.
009000 01  WS-CUR-LAST-TIME              PIC X(08) VALUE SPACES.
009100 01  WS-CUR-LAST-OPERATOR          PIC X(10) VALUE SPACES.
009200 01  WS-CUR-ADDR-CORR-ID           PIC X(16) VALUE SPACES.
009300 01  WS-CHANGE-KIND                PIC X(01) VALUE SPACE.
009400     88  WS-ADDRESS-CHANGE             VALUE 'A'.
009500     88  WS-EMAIL-CHANGE               VALUE 'E'.
009600*---------------------------------------------------------------*
009700* Burst table - one row per patient reaching the burst count.   *
009800* Overflow patients are counted but not listed.                 *
009900*---------------------------------------------------------------*
010000 01  WS-BURST-MAX                  PIC 9(03) VALUE 200.
010100 01  WS-BURST-COUNT                PIC 9(03) VALUE ZERO.
010200 01  WS-BURST-IX                   PIC 9(03) VALUE ZERO.
010300 01  WS-BURST-TAB.
010400     03  WS-BURST-ENTRY OCCURS 200 TIMES.
010500         05  WS-BST-PATIENT-ID     PIC X(10).
010600         05  WS-BST-ADDR-CHANGES   PIC 9(05).
010700         05  WS-BST-EMAIL-CHANGES  PIC 9(05).
010800         05  WS-BST-FIRST-TIME     PIC X(08).
010900         05  WS-BST-LAST-TIME      PIC X(08).
011000         05  WS-BST-LAST-OPERATOR  PIC X(10).
011100 01  WS-BURST-OVERFLOW             PIC 9(08) VALUE ZERO.
011200*---------------------------------------------------------------*
011300* Operator tally - one row per operator making an address or    *
011400* email change.  WS-OTL-LAST-PATIENT counts each patient once.  *
011500*---------------------------------------------------------------*
011600 01  WS-TALLY-MAX                  PIC 9(03) VALUE 200.
011700 01  WS-TALLY-COUNT                PIC 9(03) VALUE ZERO.
011800 01  WS-TALLY-IX                   PIC 9(03) VALUE ZERO.
011900 01  WS-TALLY-TAB.
012000     03  WS-TALLY-ENTRY OCCURS 200 TIMES.
012100         05  WS-OTL-OPERATOR-ID    PIC X(10).
012200         05  WS-OTL-ADDR-CHANGES   PIC 9(05).
012300         05  WS-OTL-EMAIL-CHANGES  PIC 9(05).
012400         05  WS-OTL-PATIENTS       PIC 9(05).
012500         05  WS-OTL-LAST-PATIENT   PIC X(20).
012600 01  WS-TALLY-OVERFLOW             PIC 9(08) VALUE ZERO.
012700 01  WS-OTL-TOTAL                  PIC 9(06) VALUE ZERO.
012800*---------------------------------------------------------------*
012900* Counters                                                      *
013000*---------------------------------------------------------------*
013100 01  WS-CNT-READ                   PIC 9(08) VALUE ZERO.
013200 01  WS-CNT-CHANGES                PIC 9(08) VALUE ZERO.
013300 01  WS-CNT-PATIENTS               PIC 9(08) VALUE ZERO.
013400 01  WS-CNT-BURSTS                 PIC 9(08) VALUE ZERO.
014000 01  WS-RPT-DATE                   PIC X(10) VALUE SPACES.
014100 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
014110     COPY HCIPRUNA.
014200*---------------------------------------------------------------*
014300* Date-to-day-number work fields (report date validation)       *
014400*---------------------------------------------------------------*
014500 01  WS-DN-DATE                    PIC X(10).
014600 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
014700     03  WS-DN-YEAR-X              PIC X(04).
014800     03  FILLER                    PIC X(01).
014900     03  WS-DN-MONTH-X             PIC X(02).
015000     03  FILLER                    PIC X(01).
015100     03  WS-DN-DAY-X               PIC X(02).
015200 01  WS-DN-YEAR-N                  PIC 9(04) VALUE ZERO.
015300 01  WS-DN-MONTH-N                 PIC 9(02) VALUE ZERO.
015400 01  WS-DN-DAY-N                   PIC 9(02) VALUE ZERO.
015500 01  WS-DN-YR1                     PIC 9(04) VALUE ZERO.
015600 01  WS-DN-Q4                      PIC 9(09) VALUE ZERO.
015700 01  WS-DN-Q100                    PIC 9(09) VALUE ZERO.
015800 01  WS-DN-Q400                    PIC 9(09) VALUE ZERO.
015900 01  WS-DN-REM-4                   PIC 9(09) VALUE ZERO.
016000 01  WS-DN-REM-100                 PIC 9(09) VALUE ZERO.
016100 01  WS-DN-REM-400                 PIC 9(09) VALUE ZERO.
016200 01  WS-DN-DAY-NUM                 PIC 9(08) VALUE ZERO.
016300 01  WS-DN-CUM-TAB.
016400     03  FILLER                    PIC 9(03) VALUE 000.
016500     03  FILLER                    PIC 9(03) VALUE 031.
016600     03  FILLER                    PIC 9(03) VALUE 059.
016700     03  FILLER                    PIC 9(03) VALUE 090.
016800     03  FILLER                    PIC 9(03) VALUE 120.
016900     03  FILLER                    PIC 9(03) VALUE 151.
017000     03  FILLER                    PIC 9(03) VALUE 181.
017100     03  FILLER                    PIC 9(03) VALUE 212.
017200     03  FILLER                    PIC 9(03) VALUE 243.
017300     03  FILLER                    PIC 9(03) VALUE 273.
017400     03  FILLER                    PIC 9(03) VALUE 304.
017500     03  FILLER                    PIC 9(03) VALUE 334.
017600 01  WS-DN-CUM-R REDEFINES WS-DN-CUM-TAB.
017700     03  WS-DN-CUM                 PIC 9(03) OCCURS 12 TIMES.
017800 PROCEDURE DIVISION.
017900*---------------------------------------------------------------*
018000* 0000-MAINLINE                                                 *
018100*---------------------------------------------------------------*
018200 0000-MAINLINE.
018210     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
018300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018400     PERFORM 2000-LIST-CHANGES THRU 2000-EXIT
018500     PERFORM 3000-PRINT-BURSTS THRU 3000-EXIT
018600     PERFORM 4000-PRINT-OPERATORS THRU 4000-EXIT
018700     PERFORM 7000-TERMINATE THRU 7000-EXIT
018710     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
018800     STOP RUN.
018802*---------------------------------------------------------------*
018804* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
018806* (rc 12) while a predecessor is incomplete or when this job    *
018808* already ran for the business date, unless an HCIPRCO override *
018810* card is supplied; the end posts the counts and return code,   *
018812* from 9999-ABEND as well.                                      *
018814*---------------------------------------------------------------*
018816 0100-START-RUN-CONTROL.
018818     MOVE 'START'    TO RUNC-FUNCTION
018820     MOVE 'HCIPCHR1' TO RUNC-JOB-NAME
018822     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
018824     IF RUNC-REFUSED
018826         MOVE 12 TO RETURN-CODE
018828         STOP RUN
018830     END-IF
018832     IF NOT RUNC-OK
018834         MOVE 16 TO RETURN-CODE
018836         STOP RUN
018838     END-IF.
018840 0100-EXIT.
018842     EXIT.
018844 0200-POST-RUN-CONTROL.
018846     MOVE 'END  '     TO RUNC-FUNCTION
018848     MOVE RETURN-CODE TO RUNC-JOB-RC
018850     MOVE WS-CNT-READ TO RUNC-RECORDS-IN
018852     MOVE WS-CNT-CHANGES TO RUNC-RECORDS-OUT
018854     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
018856     MOVE RUNC-JOB-RC TO RETURN-CODE.
018858 0200-EXIT.
018860     EXIT.
018900*---------------------------------------------------------------*
018950* 1000-INITIALIZE - the report date is the run-control business *
019000* date unless the HCIPPRM card overrides it.  Burst counts come *
019050* from the same card; then open the journal and report.         *
019200*---------------------------------------------------------------*
019300 1000-INITIALIZE.
019400     MOVE RUNC-BUSINESS-DATE TO WS-RPT-DATE
019700     OPEN INPUT HCIPPRM
019800     IF WS-PRM-STATUS NOT = '00'
019900         MOVE 'UNABLE TO OPEN HCIPPRM' TO WS-ABEND-MESSAGE
020000         PERFORM 9999-ABEND THRU 9999-EXIT
020100     END-IF
020200     READ HCIPPRM
020300         AT END
020400             MOVE SPACES TO PRM-RECORD
020500     END-READ
020600     IF PRM-REPORT-DATE NOT = SPACES
020700         MOVE PRM-REPORT-DATE TO WS-DN-DATE
020800         PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
020900         IF WS-DN-DAY-NUM = 0
021000             MOVE 'HCIPPRM REPORT DATE NOT YYYY-MM-DD'
021100                 TO WS-ABEND-MESSAGE
021200             PERFORM 9999-ABEND THRU 9999-EXIT
021300         END-IF
021400         MOVE PRM-REPORT-DATE TO WS-RPT-DATE
021500     END-IF
021600     IF PRM-PAT-BURST-MIN NOT = SPACES
021700         IF PRM-PAT-BURST-MIN IS NOT NUMERIC
021800                 OR PRM-PAT-BURST-MIN = '000'
021900             MOVE 'HCIPPRM PATIENT BURST COUNT NOT NUMERIC'
022000                 TO WS-ABEND-MESSAGE
022100             PERFORM 9999-ABEND THRU 9999-EXIT
022200         END-IF
022300         MOVE PRM-PAT-BURST-MIN TO WS-PAT-BURST-MIN
022400     END-IF
022500     IF PRM-OPR-BURST-MIN NOT = SPACES
022600         IF PRM-OPR-BURST-MIN IS NOT NUMERIC
022700                 OR PRM-OPR-BURST-MIN = '000'
022800             MOVE 'HCIPPRM OPERATOR BURST COUNT NOT NUMERIC'
022900                 TO WS-ABEND-MESSAGE
023000             PERFORM 9999-ABEND THRU 9999-EXIT
023100         END-IF
023200         MOVE PRM-OPR-BURST-MIN TO WS-OPR-BURST-MIN
023300     END-IF
023400     OPEN INPUT HCIPCHG
023500     IF WS-CHG-STATUS NOT = '00'
023600         MOVE 'UNABLE TO OPEN HCIPCHG' TO WS-ABEND-MESSAGE
023700         PERFORM 9999-ABEND THRU 9999-EXIT
023800     END-IF
023900     OPEN OUTPUT HCIPCHP
024000     IF WS-CHP-STATUS NOT = '00'
024100         MOVE 'UNABLE TO OPEN HCIPCHP' TO WS-ABEND-MESSAGE
024200         PERFORM 9999-ABEND THRU 9999-EXIT
024300     END-IF.
024400 1000-EXIT.
024500     EXIT.
024600*---------------------------------------------------------------*
024700* 2000-LIST-CHANGES - section 1: browse the HCIPPAT part of the *
024800* journal, listing the report date's changes and tallying the   *
024900* address and email changes by patient and operator.            *
025000*---------------------------------------------------------------*
025100 2000-LIST-CHANGES.
025200     MOVE SPACES TO HCIP-CHR-LINE
025300     MOVE '1'    TO CHR-CC
025400     MOVE 'SECTION 1 - PATIENT DEMOGRAPHIC CHANGES'
025500         TO CHR-SH-TITLE
025600     MOVE WS-RPT-DATE TO CHR-SH-RPT-DATE
025700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
025800     MOVE ' ' TO CHR-CC
025900     MOVE ' PATIENT    TIME     FIELD             BEFORE'
026000         TO CHR-BODY
026100     MOVE 'AFTER' TO CHR-BODY(71:5)
026200     MOVE 'OPERATOR   CORRELATION ID' TO CHR-BODY(102:25)
026300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
026400     MOVE LOW-VALUES TO CHG-KEY
026500     MOVE 'HCIPPAT'  TO CHG-FILE-ID
026600     START HCIPCHG KEY IS NOT LESS THAN CHG-KEY
026700         INVALID KEY
026800             MOVE 'Y' TO WS-CHG-EOF-SW
026900     END-START
027000     PERFORM 2100-CHANGE-STEP THRU 2100-EXIT
027100         UNTIL WS-CHG-EOF
027200     PERFORM 2300-PATIENT-BREAK THRU 2300-EXIT
027300     IF WS-CNT-CHANGES = 0
027400         MOVE ' ' TO CHR-CC
027500         MOVE '  (NO PATIENT DEMOGRAPHIC CHANGES ON THIS DATE)'
027600             TO CHR-BODY
027700         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
027800     END-IF
027900     MOVE 'PATIENT JOURNAL RECORDS READ:     ' TO CHR-TOT-LABEL
028000     MOVE WS-CNT-READ TO CHR-TOT-COUNT
028100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
028200     MOVE 'CHANGES ON THE REPORT DATE:       ' TO CHR-TOT-LABEL
028300     MOVE WS-CNT-CHANGES TO CHR-TOT-COUNT
028400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
028500     MOVE 'PATIENTS CHANGED:                 ' TO CHR-TOT-LABEL
028600     MOVE WS-CNT-PATIENTS TO CHR-TOT-COUNT
028700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
028800 2000-EXIT.
028900     EXIT.
029000 2100-CHANGE-STEP.
029100     READ HCIPCHG NEXT RECORD
029200         AT END
029300             MOVE 'Y' TO WS-CHG-EOF-SW
029400             GO TO 2100-EXIT
029500     END-READ
029600     IF WS-CHG-STATUS NOT = '00'
029700         MOVE 'UNABLE TO READ HCIPCHG' TO WS-ABEND-MESSAGE
029800         PERFORM 9999-ABEND THRU 9999-EXIT
029900     END-IF
030000     IF CHG-FILE-ID NOT = 'HCIPPAT'
030100         MOVE 'Y' TO WS-CHG-EOF-SW
030200         GO TO 2100-EXIT
030300     END-IF
030400     ADD 1 TO WS-CNT-READ
030500     IF CHG-CHANGE-DATE NOT = WS-RPT-DATE
030600         GO TO 2100-EXIT
030700     END-IF
030800     IF CHG-RECORD-KEY NOT = WS-CUR-PATIENT
030900         PERFORM 2300-PATIENT-BREAK THRU 2300-EXIT
031000         MOVE CHG-RECORD-KEY TO WS-CUR-PATIENT
031100         ADD 1 TO WS-CNT-PATIENTS
031200     END-IF
031300     ADD 1 TO WS-CNT-CHANGES
031400     MOVE ' ' TO CHR-CC
031500     MOVE CHG-RECORD-KEY     TO CHR-CD-PATIENT-ID
031600     MOVE CHG-CHANGE-TIME    TO CHR-CD-TIME
031700     MOVE CHG-FIELD-NAME     TO CHR-CD-FIELD-NAME
031800     MOVE CHG-BEFORE-VALUE   TO CHR-CD-BEFORE
031900     MOVE CHG-AFTER-VALUE    TO CHR-CD-AFTER
032000     MOVE CHG-OPERATOR-ID    TO CHR-CD-OPERATOR-ID
032100     MOVE CHG-CORRELATION-ID TO CHR-CD-CORR-ID
032200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
032300     MOVE SPACE TO WS-CHANGE-KIND
032400     EVALUATE CHG-FIELD-NAME
032500         WHEN 'PAT-ADDRESS'
032600         WHEN 'PAT-CITY'
032700         WHEN 'PAT-POSTCODE'
032800             IF CHG-CORRELATION-ID NOT = WS-CUR-ADDR-CORR-ID
032900                 MOVE CHG-CORRELATION-ID TO WS-CUR-ADDR-CORR-ID
033000                 ADD 1 TO WS-CUR-ADDR-CHANGES
033100                 MOVE 'A' TO WS-CHANGE-KIND
033200             END-IF
033300         WHEN 'PAT-EMAIL-ADDRESS'
033400             ADD 1 TO WS-CUR-EMAIL-CHANGES
033500             MOVE 'E' TO WS-CHANGE-KIND
033600     END-EVALUATE
033700     IF WS-CHANGE-KIND = SPACE
033800         GO TO 2100-EXIT
033900     END-IF
034000     IF WS-CUR-FIRST-TIME = SPACES
034100         MOVE CHG-CHANGE-TIME TO WS-CUR-FIRST-TIME
034200     END-IF
034300     MOVE CHG-CHANGE-TIME TO WS-CUR-LAST-TIME
034400     MOVE CHG-OPERATOR-ID TO WS-CUR-LAST-OPERATOR
034500     PERFORM 2200-BUMP-OPERATOR THRU 2200-EXIT.
034600 2100-EXIT.
034700     EXIT.
034800*---------------------------------------------------------------*
034900* 2200-BUMP-OPERATOR - count the address or email change        *
035000* against its operator, and the patient once per operator.      *
035100*---------------------------------------------------------------*
035200 2200-BUMP-OPERATOR.
035300     MOVE 'N' TO WS-TALLY-FOUND-SW
035400     MOVE 1 TO WS-TALLY-IX
035500     PERFORM 2250-FIND-TALLY-STEP
035600         UNTIL WS-TALLY-FOUND
035700             OR WS-TALLY-IX > WS-TALLY-COUNT
035800     IF NOT WS-TALLY-FOUND
035900         IF WS-TALLY-COUNT >= WS-TALLY-MAX
036000             ADD 1 TO WS-TALLY-OVERFLOW
036100             GO TO 2200-EXIT
036200         END-IF
036300         ADD 1 TO WS-TALLY-COUNT
036400         MOVE WS-TALLY-COUNT  TO WS-TALLY-IX
036500         MOVE CHG-OPERATOR-ID TO WS-OTL-OPERATOR-ID(WS-TALLY-IX)
036600         MOVE 0      TO WS-OTL-ADDR-CHANGES(WS-TALLY-IX)
036700         MOVE 0      TO WS-OTL-EMAIL-CHANGES(WS-TALLY-IX)
036800         MOVE 0      TO WS-OTL-PATIENTS(WS-TALLY-IX)
036900         MOVE SPACES TO WS-OTL-LAST-PATIENT(WS-TALLY-IX)
037000     END-IF
037100     IF WS-ADDRESS-CHANGE
037200         ADD 1 TO WS-OTL-ADDR-CHANGES(WS-TALLY-IX)
037300     ELSE
037400         ADD 1 TO WS-OTL-EMAIL-CHANGES(WS-TALLY-IX)
037500     END-IF
037600     IF WS-OTL-LAST-PATIENT(WS-TALLY-IX) NOT = CHG-RECORD-KEY
037700         MOVE CHG-RECORD-KEY TO WS-OTL-LAST-PATIENT(WS-TALLY-IX)
037800         ADD 1 TO WS-OTL-PATIENTS(WS-TALLY-IX)
037900     END-IF.
038000 2200-EXIT.
038100     EXIT.
038200 2250-FIND-TALLY-STEP.
038300     IF WS-OTL-OPERATOR-ID(WS-TALLY-IX) = CHG-OPERATOR-ID
038400         MOVE 'Y' TO WS-TALLY-FOUND-SW
038500     ELSE
038600         ADD 1 TO WS-TALLY-IX
038700     END-IF.
038800*---------------------------------------------------------------*
038900* 2300-PATIENT-BREAK - end of one patient's changes: keep the   *
039000* patient for section 2 if the address and email changes reach  *
039100* the burst count, then clear the per-patient fields.           *
039200*---------------------------------------------------------------*
039300 2300-PATIENT-BREAK.
039400     IF WS-CUR-PATIENT = SPACES
039500         GO TO 2300-EXIT
039600     END-IF
039700     IF WS-CUR-ADDR-CHANGES + WS-CUR-EMAIL-CHANGES
039800             NOT < WS-PAT-BURST-MIN
039900         ADD 1 TO WS-CNT-BURSTS
040000         IF WS-BURST-COUNT >= WS-BURST-MAX
040100             ADD 1 TO WS-BURST-OVERFLOW
040200         ELSE
040300             ADD 1 TO WS-BURST-COUNT
040400             MOVE WS-CUR-PATIENT
040500                 TO WS-BST-PATIENT-ID(WS-BURST-COUNT)
040600             MOVE WS-CUR-ADDR-CHANGES
040700                 TO WS-BST-ADDR-CHANGES(WS-BURST-COUNT)
040800             MOVE WS-CUR-EMAIL-CHANGES
040900                 TO WS-BST-EMAIL-CHANGES(WS-BURST-COUNT)
041000             MOVE WS-CUR-FIRST-TIME
041100                 TO WS-BST-FIRST-TIME(WS-BURST-COUNT)
041200             MOVE WS-CUR-LAST-TIME
041300                 TO WS-BST-LAST-TIME(WS-BURST-COUNT)
041400             MOVE WS-CUR-LAST-OPERATOR
041500                 TO WS-BST-LAST-OPERATOR(WS-BURST-COUNT)
041600         END-IF
041700     END-IF
041800     MOVE SPACES TO WS-CUR-PATIENT
041900     MOVE 0      TO WS-CUR-ADDR-CHANGES
042000     MOVE 0      TO WS-CUR-EMAIL-CHANGES
042100     MOVE SPACES TO WS-CUR-FIRST-TIME
042200     MOVE SPACES TO WS-CUR-LAST-TIME
042300     MOVE SPACES TO WS-CUR-LAST-OPERATOR
042400     MOVE SPACES TO WS-CUR-ADDR-CORR-ID.
042500 2300-EXIT.
042600     EXIT.
042700*---------------------------------------------------------------*
042800* 3000-PRINT-BURSTS - section 2: patients whose address/email   *
042900* changes on the report date reached the patient burst count.   *
043000*---------------------------------------------------------------*
043100 3000-PRINT-BURSTS.
043200     MOVE SPACES TO HCIP-CHR-LINE
043300     MOVE '1'    TO CHR-CC
043400     MOVE 'SECTION 2 - REPEATED ADDRESS/EMAIL CHANGES BY PATIENT'
043500         TO CHR-SH-TITLE
043600     MOVE WS-RPT-DATE TO CHR-SH-RPT-DATE
043700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
043800     MOVE 'PATIENT BURST COUNT:              ' TO CHR-TOT-LABEL
043900     MOVE WS-PAT-BURST-MIN TO CHR-TOT-COUNT
044000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
044100     MOVE ' ' TO CHR-CC
044200     MOVE '  PATIENT      ADDR  EMAIL  FIRST     LAST' TO CHR-BODY
044300     MOVE 'LAST OPERATOR' TO CHR-BODY(49:13)
044400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
044500     IF WS-CNT-BURSTS = 0
044600         MOVE ' ' TO CHR-CC
044700         MOVE '  (NO PATIENT REACHED THE BURST COUNT)' TO CHR-BODY
044800         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
044900     END-IF
045000     MOVE 1 TO WS-BURST-IX
045100     PERFORM 3100-PRINT-BURST-LINE THRU 3100-EXIT
045200         UNTIL WS-BURST-IX > WS-BURST-COUNT
045300     IF WS-BURST-OVERFLOW > 0
045400         MOVE 'PATIENTS PAST THE BURST TABLE:    '
045500             TO CHR-TOT-LABEL
045600         MOVE WS-BURST-OVERFLOW TO CHR-TOT-COUNT
045700         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
045800     END-IF
045900     MOVE 'PATIENTS FLAGGED:                 ' TO CHR-TOT-LABEL
046000     MOVE WS-CNT-BURSTS TO CHR-TOT-COUNT
046100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
046200 3000-EXIT.
046300     EXIT.
046400 3100-PRINT-BURST-LINE.
046500     MOVE ' ' TO CHR-CC
046600     MOVE WS-BST-PATIENT-ID(WS-BURST-IX)   TO CHR-BD-PATIENT-ID
046700     MOVE WS-BST-ADDR-CHANGES(WS-BURST-IX) TO CHR-BD-ADDR-CHANGES
046800     MOVE WS-BST-EMAIL-CHANGES(WS-BURST-IX)
046900         TO CHR-BD-EMAIL-CHANGES
047000     MOVE WS-BST-FIRST-TIME(WS-BURST-IX)   TO CHR-BD-FIRST-TIME
047100     MOVE WS-BST-LAST-TIME(WS-BURST-IX)    TO CHR-BD-LAST-TIME
047200     MOVE WS-BST-LAST-OPERATOR(WS-BURST-IX)
047300         TO CHR-BD-LAST-OPERATOR
047400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
047500     ADD 1 TO WS-BURST-IX.
047600 3100-EXIT.
047700     EXIT.
047800*---------------------------------------------------------------*
047900* 4000-PRINT-OPERATORS - section 3: address and email changes   *
048000* by operator, flagged at the operator burst count.             *
048100*---------------------------------------------------------------*
048200 4000-PRINT-OPERATORS.
048300     MOVE SPACES TO HCIP-CHR-LINE
048400     MOVE '1'    TO CHR-CC
048500     MOVE 'SECTION 3 - ADDRESS/EMAIL CHANGES BY OPERATOR'
048600         TO CHR-SH-TITLE
048700     MOVE WS-RPT-DATE TO CHR-SH-RPT-DATE
048800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
048900     MOVE 'OPERATOR BURST COUNT:             ' TO CHR-TOT-LABEL
049000     MOVE WS-OPR-BURST-MIN TO CHR-TOT-COUNT
049100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
049200     MOVE ' ' TO CHR-CC
049300     MOVE '  OPERATOR     ADDR  EMAIL  PTNTS' TO CHR-BODY
049400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
049500     IF WS-TALLY-COUNT = 0
049600         MOVE ' ' TO CHR-CC
049700         MOVE '  (NO ADDRESS OR EMAIL CHANGES ON THIS DATE)'
049800             TO CHR-BODY
049900         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
050000     END-IF
050100     MOVE 1 TO WS-TALLY-IX
050200     PERFORM 4100-PRINT-OPERATOR-LINE THRU 4100-EXIT
050300         UNTIL WS-TALLY-IX > WS-TALLY-COUNT
050400     IF WS-TALLY-OVERFLOW > 0
050500         MOVE 'CHANGES PAST THE OPERATOR TABLE:  '
050600             TO CHR-TOT-LABEL
050700         MOVE WS-TALLY-OVERFLOW TO CHR-TOT-COUNT
050800         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
050900     END-IF.
051000 4000-EXIT.
051100     EXIT.
051200 4100-PRINT-OPERATOR-LINE.
051300     MOVE ' ' TO CHR-CC
051400     MOVE WS-OTL-OPERATOR-ID(WS-TALLY-IX)  TO CHR-OD-OPERATOR-ID
051500     MOVE WS-OTL-ADDR-CHANGES(WS-TALLY-IX) TO CHR-OD-ADDR-CHANGES
051600     MOVE WS-OTL-EMAIL-CHANGES(WS-TALLY-IX)
051700         TO CHR-OD-EMAIL-CHANGES
051800     MOVE WS-OTL-PATIENTS(WS-TALLY-IX)     TO CHR-OD-PATIENTS
051900     COMPUTE WS-OTL-TOTAL = WS-OTL-ADDR-CHANGES(WS-TALLY-IX)
052000         + WS-OTL-EMAIL-CHANGES(WS-TALLY-IX)
052100     IF WS-OTL-TOTAL NOT < WS-OPR-BURST-MIN
052200         MOVE '*** REVIEW ***' TO CHR-OD-FLAG
052300     END-IF
052400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
052500     ADD 1 TO WS-TALLY-IX.
052600 4100-EXIT.
052700     EXIT.
052800*---------------------------------------------------------------*
052900* 6100-DATE-TO-DAY-NUMBER - YYYY-MM-DD in WS-DN-DATE to a       *
053000* serial day count in WS-DN-DAY-NUM (zero if the date will not  *
053100* parse); used here only to validate the HCIPPRM report date.   *
053200*---------------------------------------------------------------*
053300 6100-DATE-TO-DAY-NUMBER.
053400     MOVE 0 TO WS-DN-DAY-NUM
053500     IF WS-DN-YEAR-X IS NOT NUMERIC
053600             OR WS-DN-MONTH-X IS NOT NUMERIC
053700             OR WS-DN-DAY-X IS NOT NUMERIC
053800         GO TO 6100-EXIT
053900     END-IF
054000     MOVE WS-DN-YEAR-X  TO WS-DN-YEAR-N
054100     MOVE WS-DN-MONTH-X TO WS-DN-MONTH-N
054200     MOVE WS-DN-DAY-X   TO WS-DN-DAY-N
054300     IF WS-DN-MONTH-N < 1 OR WS-DN-MONTH-N > 12
054400         GO TO 6100-EXIT
054500     END-IF
054600     COMPUTE WS-DN-YR1 = WS-DN-YEAR-N - 1
054700     DIVIDE WS-DN-YR1 BY 4 GIVING WS-DN-Q4
054800     DIVIDE WS-DN-YR1 BY 100 GIVING WS-DN-Q100
054900     DIVIDE WS-DN-YR1 BY 400 GIVING WS-DN-Q400
055000     COMPUTE WS-DN-DAY-NUM = (WS-DN-YR1 * 365)
055100         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
055200         + WS-DN-CUM(WS-DN-MONTH-N) + WS-DN-DAY-N
055300     IF WS-DN-MONTH-N > 2
055400         DIVIDE WS-DN-YEAR-N BY 4 GIVING WS-DN-Q4
055500             REMAINDER WS-DN-REM-4
055600         DIVIDE WS-DN-YEAR-N BY 100 GIVING WS-DN-Q100
055700             REMAINDER WS-DN-REM-100
055800         DIVIDE WS-DN-YEAR-N BY 400 GIVING WS-DN-Q400
055900             REMAINDER WS-DN-REM-400
056000         IF (WS-DN-REM-4 = 0 AND WS-DN-REM-100 NOT = 0)
056100                 OR WS-DN-REM-400 = 0
056200             ADD 1 TO WS-DN-DAY-NUM
056300         END-IF
056400     END-IF.
056500 6100-EXIT.
056600     EXIT.
056700*---------------------------------------------------------------*
056800* 7000-TERMINATE - close everything.                            *
056900*---------------------------------------------------------------*
057000 7000-TERMINATE.
057100     DISPLAY 'HCIPCHR1 REPORT DATE:            ' WS-RPT-DATE
057200     DISPLAY 'HCIPCHR1 CHANGES REPORTED:       ' WS-CNT-CHANGES
057300     DISPLAY 'HCIPCHR1 PATIENTS FLAGGED:       ' WS-CNT-BURSTS
057400     CLOSE HCIPCHG HCIPPRM HCIPCHP.
057500 7000-EXIT.
057600     EXIT.
057700*---------------------------------------------------------------*
057800* 8000/8100 - report service paragraphs.                        *
057900*---------------------------------------------------------------*
058000 8000-WRITE-REPORT-LINE.
058100     WRITE HCIP-CHR-LINE
058200     IF WS-CHP-STATUS NOT = '00'
058300         MOVE 'UNABLE TO WRITE HCIPCHP' TO WS-ABEND-MESSAGE
058400         PERFORM 9999-ABEND THRU 9999-EXIT
058500     END-IF
058600     MOVE SPACES TO HCIP-CHR-LINE.
058700 8000-EXIT.
058800     EXIT.
058900 8100-WRITE-TOTAL-LINE.
059000     MOVE ' ' TO CHR-CC
059100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
059200 8100-EXIT.
059300     EXIT.
059400*---------------------------------------------------------------*
059500* 9999-ABEND - unrecoverable file or parameter error.           *
059600*---------------------------------------------------------------*
059700 9999-ABEND.
059800     DISPLAY 'HCIPCHR1 ABEND: ' WS-ABEND-MESSAGE
059900     CLOSE HCIPCHG HCIPPRM HCIPCHP
060000     MOVE 16 TO RETURN-CODE
060010     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
060100     STOP RUN.
060200 9999-EXIT.
060300     EXIT.
060400 END PROGRAM HCIPCHR1.
