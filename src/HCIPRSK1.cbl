000100*****************************************************************
000200* PROGRAM    : HCIPRSK1
000300* PURPOSE    : Daily clinical risk worklist.  The warning signs
000400*              for a patient sit on separate files - breach-
000500*              flagged visits on HCIPVIS, escalated and still
000600*              unacknowledged alerts on HCIPALT, no-shows on
000700*              HCIPSCH, active prescriptions on HCIPMED - so this
000800*              job brings them together and scores every active
000900*              (not merged) patient on HCIPPAT over a rolling
001000*              window of days ending on the business date:
001100*
001200*                - each breach-flagged visit in the window;
001300*                - each alert filed in the window that had to
001400*                  escalate, and each one still OPEN;
001500*                - each appointment in the window still BOOKED
001600*                  after its date (a no-show);
001700*                - no visit for the no-visit day count while
001800*                  the patient has an active prescription;
001900*                - a worsening mental state: the last ranked
002000*                  reading in the window more severe than the
002100*                  first, using the severity table and lookup of
002200*                  HCIPDB01's 7213-RANK-MENTAL-STATE.
002300*
002400*              The window, the no-visit day count, the weight of
002500*              each reason and the extract size are on the
002600*              required HCIPPRM parameter card.  Patients scoring
002700*              above zero are printed on the HCIPRWL care-
002800*              coordinator worklist highest score first, with the
002900*              count behind each reason; the top of the list is
003000*              written to the HCIPRSX extract (HCIPRSKR) for the
003100*              outreach team.  Equal scores keep patient id order.
003200*              The master files are only read.
003300*
003400* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
003500* INSTALLATION: DEMOHEALTH DATA CENTER
003600* DATE-WRITTEN: 10/15/2026
003700* DATE-COMPILED:
003800*
003900* Modification history
004000* ----   ----   -----------------------------------------------
004100* 101526 MRO    Original version.
004110* 101526 MRO    Nightly run control: start checked and end
004120*               posted through HCIPRUN0 (0100/0200).
004125* 101526 MRO    Run date and window end are the run-control
004150*               business date rather than the clock.
004200*****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.   HCIPRSK1.
004500 AUTHOR.       M. OYELARAN.
004600 INSTALLATION. DEMOHEALTH DATA CENTER.
004700 DATE-WRITTEN. 10/15/2026.
004800 DATE-COMPILED.
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT HCIPPAT ASSIGN TO HCIPPAT
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS PAT-KEY
005600         FILE STATUS IS WS-PAT-STATUS.
005700     SELECT HCIPVIS ASSIGN TO HCIPVIS
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS VIS-KEY
006100         FILE STATUS IS WS-VIS-STATUS.
006200     SELECT HCIPALT ASSIGN TO HCIPALT
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS ALT-KEY
006600         FILE STATUS IS WS-ALT-STATUS.
006700     SELECT HCIPSCH ASSIGN TO HCIPSCH
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS SCH-KEY
007100         FILE STATUS IS WS-SCH-STATUS.
007200     SELECT HCIPMED ASSIGN TO HCIPMED
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS MED-KEY
007600         FILE STATUS IS WS-MED-STATUS.
007700     SELECT HCIPPRM ASSIGN TO HCIPPRM
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-PRM-STATUS.
008000     SELECT HCIPRWL ASSIGN TO HCIPRWL
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-RWL-STATUS.
008300     SELECT HCIPRSX ASSIGN TO HCIPRSX
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-RSX-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  HCIPPAT.
008900     COPY HCIPPATR.
009000 FD  HCIPVIS.
009100     COPY HCIPVISR.
009200 FD  HCIPALT.
009300     COPY HCIPALTR.
009400 FD  HCIPSCH.
009500     COPY HCIPSCHR.
009600 FD  HCIPMED.
009700     COPY HCIPMEDR.
009800 FD  HCIPPRM
009900     RECORDING MODE IS F.
010000 01  PRM-RECORD.
010100     03  PRM-WINDOW-DAYS          PIC X(03).
010200     03  PRM-NO-VISIT-DAYS        PIC X(03).
010300     03  PRM-WT-BREACH            PIC X(03).
010400     03  PRM-WT-ESCALATED         PIC X(03).
010500     03  PRM-WT-OPEN-ALERT        PIC X(03).
010600     03  PRM-WT-NO-SHOW           PIC X(03).
010700     03  PRM-WT-NO-VISIT          PIC X(03).
010800     03  PRM-WT-MS-WORSE          PIC X(03).
010900     03  PRM-EXTRACT-TOP          PIC X(03).
011000     03  FILLER                   PIC X(53).
011100 01  PRM-RECORD-R REDEFINES PRM-RECORD.
011200     03  PRM-NUMERIC-PART         PIC X(27).
011300     03  FILLER                   PIC X(53).
011400 FD  HCIPRWL
011500     RECORDING MODE IS F.
011600     COPY HCIPRSKL.
011700 FD  HCIPRSX
011800     RECORDING MODE IS F.
011900     COPY HCIPRSKR.
012000 WORKING-STORAGE SECTION.
012100 01  WS-FILE-STATUSES.
012200     03  WS-PAT-STATUS             PIC X(02) VALUE '00'.
012300     03  WS-VIS-STATUS             PIC X(02) VALUE '00'.
012400     03  WS-ALT-STATUS             PIC X(02) VALUE '00'.
012500     03  WS-SCH-STATUS             PIC X(02) VALUE '00'.
012600     03  WS-MED-STATUS             PIC X(02) VALUE '00'.
012700     03  WS-PRM-STATUS             PIC X(02) VALUE '00'.
012800     03  WS-RWL-STATUS             PIC X(02) VALUE '00'.
012900     03  WS-RSX-STATUS             PIC X(02) VALUE '00'.
013000 01  WS-SWITCHES.
013100     03  WS-PAT-EOF-SW             PIC X(01) VALUE 'N'.
013200         88  WS-PAT-EOF                VALUE 'Y'.
013300     03  WS-ALT-EOF-SW             PIC X(01) VALUE 'N'.
013400         88  WS-ALT-EOF                VALUE 'Y'.
013500     03  WS-BROWSE-DONE-SW         PIC X(01) VALUE 'N'.
013600         88  WS-BROWSE-DONE            VALUE 'Y'.
013700     03  WS-ACTIVE-MED-SW          PIC X(01) VALUE 'N'.
013800         88  WS-ACTIVE-MED             VALUE 'Y'.
013900     03  WS-ENTRY-FOUND-SW         PIC X(01) VALUE 'N'.
014000         88  WS-ENTRY-FOUND            VALUE 'Y'.
014100*---------------------------------------------------------------*
014200* Parameters from the HCIPPRM card                              *
014300*---------------------------------------------------------------*
014400 01  WS-WINDOW-DAYS                PIC 9(03) VALUE ZERO.
014500 01  WS-NO-VISIT-DAYS              PIC 9(03) VALUE ZERO.
014600 01  WS-WT-BREACH                  PIC 9(03) VALUE ZERO.
014700 01  WS-WT-ESCALATED               PIC 9(03) VALUE ZERO.
014800 01  WS-WT-OPEN-ALERT              PIC 9(03) VALUE ZERO.
014900 01  WS-WT-NO-SHOW                 PIC 9(03) VALUE ZERO.
015000 01  WS-WT-NO-VISIT                PIC 9(03) VALUE ZERO.
015100 01  WS-WT-MS-WORSE                PIC 9(03) VALUE ZERO.
015200 01  WS-EXTRACT-TOP                PIC 9(03) VALUE ZERO.
015300*---------------------------------------------------------------*
015400* Alert tally - escalated and still-open alerts filed inside    *
015500* the window, one row per patient, from a single pass of        *
015600* HCIPALT (keyed by date, not patient).  Overflow alerts are    *
015700* counted but do not score, like the HCIPRPT2 tally table.      *
015800*---------------------------------------------------------------*
015900 01  WS-ALT-MAX                    PIC 9(04) VALUE 1000.
016000 01  WS-ALT-COUNT                  PIC 9(04) VALUE ZERO.
016100 01  WS-ALT-IX                     PIC 9(04) VALUE ZERO.
016200 01  WS-ALT-TAB.
016300     03  WS-ALT-ENTRY OCCURS 1000 TIMES.
016400         05  WS-AT-PATIENT-ID      PIC 9(10).
016500         05  WS-AT-ESCALATED       PIC 9(03).
016600         05  WS-AT-OPEN            PIC 9(03).
016700 01  WS-ALT-OVERFLOW               PIC 9(08) VALUE ZERO.
016800*---------------------------------------------------------------*
016900* The patient being scored.  WS-CUR-RESULT is stored whole in   *
017000* the ranked table, so its layout and WS-RNK-DATA must agree.   *
017100*---------------------------------------------------------------*
017200 01  WS-CUR-RESULT.
017300     03  WS-CR-PATIENT-ID          PIC 9(10).
017400     03  WS-CR-NAME                PIC X(31).
017500     03  WS-CR-PHONE-MOBILE        PIC X(20).
017600     03  WS-CR-EMAIL-ADDRESS       PIC X(50).
017700     03  WS-CR-SCORE               PIC 9(06).
017800     03  WS-CR-BREACHES            PIC 9(03).
017900     03  WS-CR-ESCALATED           PIC 9(03).
018000     03  WS-CR-OPEN-ALERTS         PIC 9(03).
018100     03  WS-CR-NO-SHOWS            PIC 9(03).
018200     03  WS-CR-NO-VISIT-SW         PIC X(01).
018300         88  WS-CR-NO-VISIT            VALUE 'Y'.
018400     03  WS-CR-LAST-VISIT-DATE     PIC X(10).
018500     03  WS-CR-DAYS-SINCE          PIC 9(05).
018600     03  WS-CR-MS-WORSE-SW         PIC X(01).
018700         88  WS-CR-MS-WORSE            VALUE 'Y'.
018800     03  WS-CR-MS-FROM             PIC X(12).
018900     03  WS-CR-MS-TO               PIC X(12).
019000 01  WS-MS-FIRST-RANK              PIC 9(01) VALUE ZERO.
019100 01  WS-MS-LAST-RANK               PIC 9(01) VALUE ZERO.
019200 01  WS-LAST-VISIT-DAY             PIC 9(08) VALUE ZERO.
019300 01  WS-RECORD-DAY                 PIC 9(08) VALUE ZERO.
019400*---------------------------------------------------------------*
019500* Ranked worklist - kept in descending score order as patients  *
019600* are scored; once full, a lower score drops off the bottom.    *
019700*---------------------------------------------------------------*
019800 01  WS-RANK-MAX                   PIC 9(03) VALUE 500.
019900 01  WS-RANK-COUNT                 PIC 9(03) VALUE ZERO.
020000 01  WS-RANK-IX                    PIC 9(03) VALUE ZERO.
020100 01  WS-SHIFT-IX                   PIC 9(03) VALUE ZERO.
020200 01  WS-SHIFT-FROM-IX              PIC 9(03) VALUE ZERO.
020300 01  WS-RANK-TAB.
020400     03  WS-RANK-ENTRY OCCURS 500 TIMES.
020500         05  WS-RNK-SCORE          PIC 9(06).
020600         05  WS-RNK-DATA           PIC X(170).
020700 01  WS-RANK-OVERFLOW              PIC 9(08) VALUE ZERO.
020800 01  WS-NO-VISIT-ED                PIC Z(04)9.
020900*---------------------------------------------------------------*
021000* Mental-state severity table and lookup - the same table and   *
021100* rule as HCIPDB01's 7213-RANK-MENTAL-STATE.                    *
021200*---------------------------------------------------------------*
021300 01  WS-MS-SEVERITY-TAB.
021400     03  FILLER.
021500         05  FILLER                PIC X(12) VALUE 'ALERT'.
021600         05  FILLER                PIC 9(01) VALUE 1.
021700     03  FILLER.
021800         05  FILLER                PIC X(12) VALUE 'DROWSY'.
021900         05  FILLER                PIC 9(01) VALUE 2.
022000     03  FILLER.
022100         05  FILLER                PIC X(12) VALUE 'CONFUSED'.
022200         05  FILLER                PIC 9(01) VALUE 3.
022300     03  FILLER.
022400         05  FILLER                PIC X(12) VALUE
022500                'UNRESPONSIVE'.
022600         05  FILLER                PIC 9(01) VALUE 4.
022700 01  WS-MS-SEVERITY-R REDEFINES WS-MS-SEVERITY-TAB.
022800     03  WS-MS-ENTRY OCCURS 4 TIMES.
022900         05  WS-MS-NAME            PIC X(12).
023000         05  WS-MS-RANK            PIC 9(01).
023100 01  WS-MS-TAB-IX                  PIC 9(02) VALUE ZERO.
023200 01  WS-MS-READING-RANK            PIC 9(01) VALUE ZERO.
023300*---------------------------------------------------------------*
023400* Run date and window                                           *
023500*---------------------------------------------------------------*
024100 01  WS-RUN-DATE                   PIC X(10) VALUE SPACES.
024200 01  WS-RUN-DAY                    PIC 9(08) VALUE ZERO.
024300 01  WS-WINDOW-START-DAY           PIC 9(08) VALUE ZERO.
024400*---------------------------------------------------------------*
024500* Date-to-day-number work fields (window arithmetic)            *
024600*---------------------------------------------------------------*
024700 01  WS-DN-DATE                    PIC X(10).
024800 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
024900     03  WS-DN-YEAR-X              PIC X(04).
025000     03  FILLER                    PIC X(01).
025100     03  WS-DN-MONTH-X             PIC X(02).
025200     03  FILLER                    PIC X(01).
025300     03  WS-DN-DAY-X               PIC X(02).
025400 01  WS-DN-YEAR-N                  PIC 9(04) VALUE ZERO.
025500 01  WS-DN-MONTH-N                 PIC 9(02) VALUE ZERO.
025600 01  WS-DN-DAY-N                   PIC 9(02) VALUE ZERO.
025700 01  WS-DN-YR1                     PIC 9(04) VALUE ZERO.
025800 01  WS-DN-Q4                      PIC 9(09) VALUE ZERO.
025900 01  WS-DN-Q100                    PIC 9(09) VALUE ZERO.
026000 01  WS-DN-Q400                    PIC 9(09) VALUE ZERO.
026100 01  WS-DN-REM-4                   PIC 9(09) VALUE ZERO.
026200 01  WS-DN-REM-100                 PIC 9(09) VALUE ZERO.
026300 01  WS-DN-REM-400                 PIC 9(09) VALUE ZERO.
026400 01  WS-DN-DAY-NUM                 PIC 9(08) VALUE ZERO.
026500 01  WS-DN-CUM-TAB.
026600     03  FILLER                    PIC 9(03) VALUE 000.
026700     03  FILLER                    PIC 9(03) VALUE 031.
026800     03  FILLER                    PIC 9(03) VALUE 059.
026900     03  FILLER                    PIC 9(03) VALUE 090.
027000     03  FILLER                    PIC 9(03) VALUE 120.
027100     03  FILLER                    PIC 9(03) VALUE 151.
027200     03  FILLER                    PIC 9(03) VALUE 181.
027300     03  FILLER                    PIC 9(03) VALUE 212.
027400     03  FILLER                    PIC 9(03) VALUE 243.
027500     03  FILLER                    PIC 9(03) VALUE 273.
027600     03  FILLER                    PIC 9(03) VALUE 304.
027700     03  FILLER                    PIC 9(03) VALUE 334.
027800 01  WS-DN-CUM-R REDEFINES WS-DN-CUM-TAB.
027900     03  WS-DN-CUM                 PIC 9(03) OCCURS 12 TIMES.
028000*---------------------------------------------------------------*
028100* Counters                                                      *
028200*---------------------------------------------------------------*
028300 01  WS-PATIENTS-READ              PIC 9(08) VALUE ZERO.
028400 01  WS-PATIENTS-MERGED            PIC 9(08) VALUE ZERO.
028500 01  WS-PATIENTS-SCORED            PIC 9(08) VALUE ZERO.
028600 01  WS-ALERTS-READ                PIC 9(08) VALUE ZERO.
028700 01  WS-EXTRACT-WRITTEN            PIC 9(08) VALUE ZERO.
028800 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
028810     COPY HCIPRUNA.
028900 PROCEDURE DIVISION.
029000*---------------------------------------------------------------*
029100* 0000-MAINLINE                                                 *
029200*---------------------------------------------------------------*
029300 0000-MAINLINE.
029310     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
029400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029500     PERFORM 2000-TALLY-ALERTS THRU 2000-EXIT
029600         UNTIL WS-ALT-EOF
029700     PERFORM 3000-SCORE-PATIENT THRU 3000-EXIT
029800         UNTIL WS-PAT-EOF
029900     PERFORM 4000-PRINT-WORKLIST THRU 4000-EXIT
030000     PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT
030100     PERFORM 7000-TERMINATE THRU 7000-EXIT
030110     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
030200     STOP RUN.
030202*---------------------------------------------------------------*
030204* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
030206* (rc 12) while a predecessor is incomplete or when this job    *
030208* already ran for the business date, unless an HCIPRCO override *
030210* card is supplied; the end posts the counts and return code,   *
030212* from 9999-ABEND as well.                                      *
030214*---------------------------------------------------------------*
030216 0100-START-RUN-CONTROL.
030218     MOVE 'START'    TO RUNC-FUNCTION
030220     MOVE 'HCIPRSK1' TO RUNC-JOB-NAME
030222     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
030224     IF RUNC-REFUSED
030226         MOVE 12 TO RETURN-CODE
030228         STOP RUN
030230     END-IF
030232     IF NOT RUNC-OK
030234         MOVE 16 TO RETURN-CODE
030236         STOP RUN
030238     END-IF.
030240 0100-EXIT.
030242     EXIT.
030244 0200-POST-RUN-CONTROL.
030246     MOVE 'END  '     TO RUNC-FUNCTION
030248     MOVE RETURN-CODE TO RUNC-JOB-RC
030250     MOVE WS-PATIENTS-READ TO RUNC-RECORDS-IN
030252     MOVE WS-EXTRACT-WRITTEN TO RUNC-RECORDS-OUT
030254     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
030256     MOVE RUNC-JOB-RC TO RETURN-CODE.
030258 0200-EXIT.
030260     EXIT.
030300*---------------------------------------------------------------*
030350* 1000-INITIALIZE - run date (the run-control business date),   *
030400* parameters and window start, then open the files.  Every      *
030450* parameter is required and numeric.                            *
030600*---------------------------------------------------------------*
030700 1000-INITIALIZE.
030800     MOVE RUNC-BUSINESS-DATE TO WS-RUN-DATE
031100     MOVE WS-RUN-DATE TO WS-DN-DATE
031200     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
031300     MOVE WS-DN-DAY-NUM TO WS-RUN-DAY
031400     OPEN INPUT HCIPPRM
031500     IF WS-PRM-STATUS NOT = '00'
031600         MOVE 'UNABLE TO OPEN HCIPPRM' TO WS-ABEND-MESSAGE
031700         PERFORM 9999-ABEND THRU 9999-EXIT
031800     END-IF
031900     READ HCIPPRM
032000         AT END
032100             MOVE 'HCIPPRM IS EMPTY' TO WS-ABEND-MESSAGE
032200             PERFORM 9999-ABEND THRU 9999-EXIT
032300     END-READ
032400     IF PRM-NUMERIC-PART IS NOT NUMERIC
032500         MOVE 'HCIPPRM WINDOW/WEIGHTS NOT NUMERIC (COLS 1-27)'
032600             TO WS-ABEND-MESSAGE
032700         PERFORM 9999-ABEND THRU 9999-EXIT
032800     END-IF
032900     MOVE PRM-WINDOW-DAYS   TO WS-WINDOW-DAYS
033000     MOVE PRM-NO-VISIT-DAYS TO WS-NO-VISIT-DAYS
033100     MOVE PRM-WT-BREACH     TO WS-WT-BREACH
033200     MOVE PRM-WT-ESCALATED  TO WS-WT-ESCALATED
033300     MOVE PRM-WT-OPEN-ALERT TO WS-WT-OPEN-ALERT
033400     MOVE PRM-WT-NO-SHOW    TO WS-WT-NO-SHOW
033500     MOVE PRM-WT-NO-VISIT   TO WS-WT-NO-VISIT
033600     MOVE PRM-WT-MS-WORSE   TO WS-WT-MS-WORSE
033700     MOVE PRM-EXTRACT-TOP   TO WS-EXTRACT-TOP
033800     IF WS-WINDOW-DAYS = 0 OR WS-NO-VISIT-DAYS = 0
033900         MOVE 'HCIPPRM WINDOW AND NO-VISIT DAYS MUST BE NON-ZERO'
034000             TO WS-ABEND-MESSAGE
034100         PERFORM 9999-ABEND THRU 9999-EXIT
034200     END-IF
034300     COMPUTE WS-WINDOW-START-DAY = WS-RUN-DAY - WS-WINDOW-DAYS + 1
034400     OPEN INPUT HCIPPAT
034500     IF WS-PAT-STATUS NOT = '00'
034600         MOVE 'UNABLE TO OPEN HCIPPAT' TO WS-ABEND-MESSAGE
034700         PERFORM 9999-ABEND THRU 9999-EXIT
034800     END-IF
034900     OPEN INPUT HCIPVIS
035000     IF WS-VIS-STATUS NOT = '00'
035100         MOVE 'UNABLE TO OPEN HCIPVIS' TO WS-ABEND-MESSAGE
035200         PERFORM 9999-ABEND THRU 9999-EXIT
035300     END-IF
035400     OPEN INPUT HCIPALT
035500     IF WS-ALT-STATUS NOT = '00'
035600         MOVE 'UNABLE TO OPEN HCIPALT' TO WS-ABEND-MESSAGE
035700         PERFORM 9999-ABEND THRU 9999-EXIT
035800     END-IF
035900     OPEN INPUT HCIPSCH
036000     IF WS-SCH-STATUS NOT = '00'
036100         MOVE 'UNABLE TO OPEN HCIPSCH' TO WS-ABEND-MESSAGE
036200         PERFORM 9999-ABEND THRU 9999-EXIT
036300     END-IF
036400     OPEN INPUT HCIPMED
036500     IF WS-MED-STATUS NOT = '00'
036600         MOVE 'UNABLE TO OPEN HCIPMED' TO WS-ABEND-MESSAGE
036700         PERFORM 9999-ABEND THRU 9999-EXIT
036800     END-IF
036900     OPEN OUTPUT HCIPRWL
037000     IF WS-RWL-STATUS NOT = '00'
037100         MOVE 'UNABLE TO OPEN HCIPRWL' TO WS-ABEND-MESSAGE
037200         PERFORM 9999-ABEND THRU 9999-EXIT
037300     END-IF
037400     OPEN OUTPUT HCIPRSX
037500     IF WS-RSX-STATUS NOT = '00'
037600         MOVE 'UNABLE TO OPEN HCIPRSX' TO WS-ABEND-MESSAGE
037700         PERFORM 9999-ABEND THRU 9999-EXIT
037800     END-IF.
037900 1000-EXIT.
038000     EXIT.
038100*---------------------------------------------------------------*
038200* 2000-TALLY-ALERTS - one HCIPALT alert per pass; an alert      *
038300* filed inside the window counts against its patient if it      *
038400* escalated or is still OPEN (unacknowledged).                  *
038500*---------------------------------------------------------------*
038600 2000-TALLY-ALERTS.
038700     READ HCIPALT NEXT RECORD
038800         AT END
038900             MOVE 'Y' TO WS-ALT-EOF-SW
039000     END-READ
039100     IF WS-ALT-EOF
039200         GO TO 2000-EXIT
039300     END-IF
039400     ADD 1 TO WS-ALERTS-READ
039500     IF ALT-PATIENT-ID = 0
039600         GO TO 2000-EXIT
039700     END-IF
039800     IF ALT-ESCALATION-COUNT = 0 AND NOT ALT-OPEN-ALERT
039900         GO TO 2000-EXIT
040000     END-IF
040100     MOVE ALT-ALERT-DATE TO WS-DN-DATE
040200     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
040300     IF WS-DN-DAY-NUM < WS-WINDOW-START-DAY
040400             OR WS-DN-DAY-NUM > WS-RUN-DAY
040500         GO TO 2000-EXIT
040600     END-IF
040700     MOVE 'N' TO WS-ENTRY-FOUND-SW
040800     MOVE 1 TO WS-ALT-IX
040900     PERFORM 2100-FIND-ALERT-STEP
041000         UNTIL WS-ENTRY-FOUND
041100             OR WS-ALT-IX > WS-ALT-COUNT
041200     IF NOT WS-ENTRY-FOUND
041300         IF WS-ALT-COUNT >= WS-ALT-MAX
041400             ADD 1 TO WS-ALT-OVERFLOW
041500             GO TO 2000-EXIT
041600         END-IF
041700         ADD 1 TO WS-ALT-COUNT
041800         MOVE WS-ALT-COUNT   TO WS-ALT-IX
041900         MOVE ALT-PATIENT-ID TO WS-AT-PATIENT-ID(WS-ALT-IX)
042000         MOVE 0              TO WS-AT-ESCALATED(WS-ALT-IX)
042100         MOVE 0              TO WS-AT-OPEN(WS-ALT-IX)
042200     END-IF
042300     IF ALT-ESCALATION-COUNT > 0
042400         ADD 1 TO WS-AT-ESCALATED(WS-ALT-IX)
042500     END-IF
042600     IF ALT-OPEN-ALERT
042700         ADD 1 TO WS-AT-OPEN(WS-ALT-IX)
042800     END-IF.
042900 2000-EXIT.
043000     EXIT.
043100 2100-FIND-ALERT-STEP.
043200     IF WS-AT-PATIENT-ID(WS-ALT-IX) = ALT-PATIENT-ID
043300         MOVE 'Y' TO WS-ENTRY-FOUND-SW
043400     ELSE
043500         ADD 1 TO WS-ALT-IX
043600     END-IF.
043700*---------------------------------------------------------------*
043800* 3000-SCORE-PATIENT - one HCIPPAT patient per pass.  Merged    *
043900* records are skipped: their history belongs to the survivor.   *
044000*---------------------------------------------------------------*
044100 3000-SCORE-PATIENT.
044200     READ HCIPPAT NEXT RECORD
044300         AT END
044400             MOVE 'Y' TO WS-PAT-EOF-SW
044500     END-READ
044600     IF WS-PAT-EOF
044700         GO TO 3000-EXIT
044800     END-IF
044900     ADD 1 TO WS-PATIENTS-READ
045000     IF PAT-MERGED
045100         ADD 1 TO WS-PATIENTS-MERGED
045200         GO TO 3000-EXIT
045300     END-IF
045400     INITIALIZE WS-CUR-RESULT
045500     MOVE PAT-PATIENT-ID    TO WS-CR-PATIENT-ID
045600     STRING PAT-FIRST-NAME DELIMITED BY SPACE
045700         ' ' DELIMITED BY SIZE
045800         PAT-LAST-NAME DELIMITED BY SPACE
045900         INTO WS-CR-NAME
046000     END-STRING
046100     MOVE PAT-PHONE-MOBILE  TO WS-CR-PHONE-MOBILE
046200     MOVE PAT-EMAIL-ADDRESS TO WS-CR-EMAIL-ADDRESS
046300     PERFORM 3100-SCAN-VISITS THRU 3100-EXIT
046400     PERFORM 3200-LOOKUP-ALERTS THRU 3200-EXIT
046500     PERFORM 3300-COUNT-NO-SHOWS THRU 3300-EXIT
046600     PERFORM 3400-CHECK-NO-VISIT THRU 3400-EXIT
046700     COMPUTE WS-CR-SCORE =
046800           WS-CR-BREACHES    * WS-WT-BREACH
046900         + WS-CR-ESCALATED   * WS-WT-ESCALATED
047000         + WS-CR-OPEN-ALERTS * WS-WT-OPEN-ALERT
047100         + WS-CR-NO-SHOWS    * WS-WT-NO-SHOW
047200     IF WS-CR-NO-VISIT
047300         ADD WS-WT-NO-VISIT TO WS-CR-SCORE
047400     END-IF
047500     IF WS-CR-MS-WORSE
047600         ADD WS-WT-MS-WORSE TO WS-CR-SCORE
047700     END-IF
047800     IF WS-CR-SCORE = 0
047900         GO TO 3000-EXIT
048000     END-IF
048100     ADD 1 TO WS-PATIENTS-SCORED
048200     PERFORM 3500-RANK-PATIENT THRU 3500-EXIT.
048300 3000-EXIT.
048400     EXIT.
048500*---------------------------------------------------------------*
048600* 3100-SCAN-VISITS - every visit of the patient, oldest first:  *
048700* the last visit date, breach-flagged visits in the window and  *
048800* the first and last ranked mental-state readings in it.        *
048900*---------------------------------------------------------------*
049000 3100-SCAN-VISITS.
049100     MOVE 0 TO WS-LAST-VISIT-DAY
049200     MOVE 0 TO WS-MS-FIRST-RANK
049300     MOVE 0 TO WS-MS-LAST-RANK
049400     MOVE 'N' TO WS-BROWSE-DONE-SW
049500     MOVE PAT-PATIENT-ID TO VIS-PATIENT-ID
049600     MOVE LOW-VALUES     TO VIS-VISIT-DATE
049700     MOVE LOW-VALUES     TO VIS-VISIT-TIME
049800     START HCIPVIS KEY IS NOT LESS THAN VIS-KEY
049900         INVALID KEY
050000             MOVE 'Y' TO WS-BROWSE-DONE-SW
050100     END-START
050200     PERFORM 3110-VISIT-STEP THRU 3110-EXIT
050300         UNTIL WS-BROWSE-DONE
050400     IF WS-MS-FIRST-RANK > 0
050500             AND WS-MS-LAST-RANK > WS-MS-FIRST-RANK
050600         MOVE 'Y' TO WS-CR-MS-WORSE-SW
050700     END-IF.
050800 3100-EXIT.
050900     EXIT.
051000 3110-VISIT-STEP.
051100     READ HCIPVIS NEXT RECORD
051200         AT END
051300             MOVE 'Y' TO WS-BROWSE-DONE-SW
051400             GO TO 3110-EXIT
051500     END-READ
051600     IF VIS-PATIENT-ID NOT = PAT-PATIENT-ID
051700         MOVE 'Y' TO WS-BROWSE-DONE-SW
051800         GO TO 3110-EXIT
051900     END-IF
052000     MOVE VIS-VISIT-DATE TO WS-DN-DATE
052100     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
052200     IF WS-DN-DAY-NUM = 0 OR WS-DN-DAY-NUM > WS-RUN-DAY
052300         GO TO 3110-EXIT
052400     END-IF
052500     MOVE WS-DN-DAY-NUM  TO WS-LAST-VISIT-DAY
052600     MOVE VIS-VISIT-DATE TO WS-CR-LAST-VISIT-DATE
052700     IF WS-DN-DAY-NUM < WS-WINDOW-START-DAY
052900         GO TO 3110-EXIT
053000     END-IF
053100     IF VIS-HR-BREACHED OR VIS-BP-BREACHED OR VIS-MS-BREACHED
053200         ADD 1 TO WS-CR-BREACHES
053300     END-IF
053400     MOVE 0 TO WS-MS-READING-RANK
053500     PERFORM 3120-RANK-MENTAL-STATE THRU 3120-EXIT
053600     IF WS-MS-READING-RANK = 0
053700         GO TO 3110-EXIT
053800     END-IF
053900     IF WS-MS-FIRST-RANK = 0
054000         MOVE WS-MS-READING-RANK TO WS-MS-FIRST-RANK
054100         MOVE VIS-MENTAL-STATE   TO WS-CR-MS-FROM
054200     END-IF
054300     MOVE WS-MS-READING-RANK TO WS-MS-LAST-RANK
054400     MOVE VIS-MENTAL-STATE   TO WS-CR-MS-TO.
054500 3110-EXIT.
054600     EXIT.
054700 3120-RANK-MENTAL-STATE.
054800     MOVE 1 TO WS-MS-TAB-IX
054900     PERFORM 3130-RANK-LOOKUP-STEP
055000         UNTIL WS-MS-TAB-IX > 4.
055100 3120-EXIT.
055200     EXIT.
055300 3130-RANK-LOOKUP-STEP.
055400     IF WS-MS-NAME(WS-MS-TAB-IX) = VIS-MENTAL-STATE
055500         MOVE WS-MS-RANK(WS-MS-TAB-IX) TO WS-MS-READING-RANK
055600     END-IF
055700     ADD 1 TO WS-MS-TAB-IX.
055800*---------------------------------------------------------------*
055900* 3200-LOOKUP-ALERTS - the patient's row of the alert tally.    *
056000*---------------------------------------------------------------*
056100 3200-LOOKUP-ALERTS.
056200     MOVE 'N' TO WS-ENTRY-FOUND-SW
056300     MOVE 1 TO WS-ALT-IX
056400     PERFORM 3210-ALERT-LOOKUP-STEP
056500         UNTIL WS-ENTRY-FOUND
056600             OR WS-ALT-IX > WS-ALT-COUNT
056700     IF WS-ENTRY-FOUND
056800         MOVE WS-AT-ESCALATED(WS-ALT-IX) TO WS-CR-ESCALATED
056900         MOVE WS-AT-OPEN(WS-ALT-IX)      TO WS-CR-OPEN-ALERTS
057000     END-IF.
057100 3200-EXIT.
057200     EXIT.
057300 3210-ALERT-LOOKUP-STEP.
057400     IF WS-AT-PATIENT-ID(WS-ALT-IX) = PAT-PATIENT-ID
057500         MOVE 'Y' TO WS-ENTRY-FOUND-SW
057600     ELSE
057700         ADD 1 TO WS-ALT-IX
057800     END-IF.
057900*---------------------------------------------------------------*
058000* 3300-COUNT-NO-SHOWS - appointments dated inside the window    *
058100* before today that are still BOOKED (the HCIPSCD1 rule).       *
058200*---------------------------------------------------------------*
058300 3300-COUNT-NO-SHOWS.
058400     MOVE 'N' TO WS-BROWSE-DONE-SW
058500     MOVE PAT-PATIENT-ID TO SCH-PATIENT-ID
058600     MOVE LOW-VALUES     TO SCH-APPT-DATE
058700     MOVE LOW-VALUES     TO SCH-APPT-TIME
058800     START HCIPSCH KEY IS NOT LESS THAN SCH-KEY
058900         INVALID KEY
059000             MOVE 'Y' TO WS-BROWSE-DONE-SW
059100     END-START
059200     PERFORM 3310-NO-SHOW-STEP THRU 3310-EXIT
059300         UNTIL WS-BROWSE-DONE.
059400 3300-EXIT.
059500     EXIT.
059600 3310-NO-SHOW-STEP.
059700     READ HCIPSCH NEXT RECORD
059800         AT END
059900             MOVE 'Y' TO WS-BROWSE-DONE-SW
060000             GO TO 3310-EXIT
060100     END-READ
060200     IF SCH-PATIENT-ID NOT = PAT-PATIENT-ID
060300             OR SCH-APPT-DATE NOT < WS-RUN-DATE
060400         MOVE 'Y' TO WS-BROWSE-DONE-SW
060500         GO TO 3310-EXIT
060600     END-IF
060700     IF NOT SCH-BOOKED
060800         GO TO 3310-EXIT
060900     END-IF
061000     MOVE SCH-APPT-DATE TO WS-DN-DATE
061100     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
061200     IF WS-DN-DAY-NUM NOT < WS-WINDOW-START-DAY
061300         ADD 1 TO WS-CR-NO-SHOWS
061400     END-IF.
061500 3310-EXIT.
061600     EXIT.
061700*---------------------------------------------------------------*
061800* 3400-CHECK-NO-VISIT - no visit for the no-visit day count (or *
061900* none ever) while an active, unexpired prescription is on      *
062000* HCIPMED.                                                      *
062100*---------------------------------------------------------------*
062200 3400-CHECK-NO-VISIT.
062300     IF WS-LAST-VISIT-DAY > 0
062400         COMPUTE WS-CR-DAYS-SINCE = WS-RUN-DAY - WS-LAST-VISIT-DAY
062500         IF WS-CR-DAYS-SINCE < WS-NO-VISIT-DAYS
062600             GO TO 3400-EXIT
062700         END-IF
062800     END-IF
062900     MOVE 'N' TO WS-ACTIVE-MED-SW
063000     MOVE 'N' TO WS-BROWSE-DONE-SW
063100     MOVE PAT-PATIENT-ID TO MED-PATIENT-ID
063200     MOVE 0              TO MED-PRESCRIPTION-ID
063300     START HCIPMED KEY IS NOT LESS THAN MED-KEY
063400         INVALID KEY
063500             MOVE 'Y' TO WS-BROWSE-DONE-SW
063600     END-START
063700     PERFORM 3410-ACTIVE-MED-STEP THRU 3410-EXIT
063800         UNTIL WS-BROWSE-DONE
063900     IF WS-ACTIVE-MED
064000         MOVE 'Y' TO WS-CR-NO-VISIT-SW
064100     END-IF.
064200 3400-EXIT.
064300     EXIT.
064400 3410-ACTIVE-MED-STEP.
064500     READ HCIPMED NEXT RECORD
064600         AT END
064700             MOVE 'Y' TO WS-BROWSE-DONE-SW
064800             GO TO 3410-EXIT
064900     END-READ
065000     IF MED-PATIENT-ID NOT = PAT-PATIENT-ID
065100         MOVE 'Y' TO WS-BROWSE-DONE-SW
065200         GO TO 3410-EXIT
065300     END-IF
065400     IF MED-ACTIVE
065500             AND (MED-END-DATE = SPACES
065600                  OR MED-END-DATE NOT < WS-RUN-DATE)
065700         MOVE 'Y' TO WS-ACTIVE-MED-SW
065800         MOVE 'Y' TO WS-BROWSE-DONE-SW
065900     END-IF.
066000 3410-EXIT.
066100     EXIT.
066200*---------------------------------------------------------------*
066300* 3500-RANK-PATIENT - insert the scored patient below every     *
066400* entry with an equal or higher score, shifting the rest down.  *
066500* With the table full the bottom entry drops off (or the new    *
066600* patient, if it would rank last).                              *
066700*---------------------------------------------------------------*
066800 3500-RANK-PATIENT.
066900     MOVE 'N' TO WS-ENTRY-FOUND-SW
067000     MOVE 1 TO WS-RANK-IX
067100     PERFORM 3510-FIND-SLOT-STEP
067200         UNTIL WS-ENTRY-FOUND
067300             OR WS-RANK-IX > WS-RANK-COUNT
067400     IF WS-RANK-IX > WS-RANK-MAX
067500         ADD 1 TO WS-RANK-OVERFLOW
067600         GO TO 3500-EXIT
067700     END-IF
067800     IF WS-RANK-COUNT >= WS-RANK-MAX
067900         ADD 1 TO WS-RANK-OVERFLOW
068000     ELSE
068100         ADD 1 TO WS-RANK-COUNT
068200     END-IF
068300     MOVE WS-RANK-COUNT TO WS-SHIFT-IX
068400     PERFORM 3520-SHIFT-DOWN-STEP
068500         UNTIL WS-SHIFT-IX NOT > WS-RANK-IX
068600     MOVE WS-CR-SCORE   TO WS-RNK-SCORE(WS-RANK-IX)
068700     MOVE WS-CUR-RESULT TO WS-RNK-DATA(WS-RANK-IX).
068800 3500-EXIT.
068900     EXIT.
069000 3510-FIND-SLOT-STEP.
069100     IF WS-RNK-SCORE(WS-RANK-IX) < WS-CR-SCORE
069200         MOVE 'Y' TO WS-ENTRY-FOUND-SW
069300     ELSE
069400         ADD 1 TO WS-RANK-IX
069500     END-IF.
069600 3520-SHIFT-DOWN-STEP.
069700     COMPUTE WS-SHIFT-FROM-IX = WS-SHIFT-IX - 1
069800     MOVE WS-RANK-ENTRY(WS-SHIFT-FROM-IX)
069900         TO WS-RANK-ENTRY(WS-SHIFT-IX)
070000     SUBTRACT 1 FROM WS-SHIFT-IX.
070100*---------------------------------------------------------------*
070200* 4000-PRINT-WORKLIST - the ranked worklist with the parameters *
070300* it was scored under and the run totals.                       *
070400*---------------------------------------------------------------*
070500 4000-PRINT-WORKLIST.
070600     MOVE SPACES TO HCIP-RWL-LINE
070700     MOVE '1'    TO RWL-CC
070800     MOVE 'CLINICAL RISK WORKLIST - PATIENTS FOR OUTREACH'
070900         TO RWL-SH-TITLE
071000     MOVE WS-RUN-DATE TO RWL-SH-RUN-DATE
071100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
071200     MOVE 'ROLLING WINDOW (DAYS):            ' TO RWL-TOT-LABEL
071300     MOVE WS-WINDOW-DAYS TO RWL-TOT-COUNT
071400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
071500     MOVE 'NO VISIT ON ACTIVE MEDS (DAYS):   ' TO RWL-TOT-LABEL
071600     MOVE WS-NO-VISIT-DAYS TO RWL-TOT-COUNT
071700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
071800     MOVE 'WEIGHT PER BREACH VISIT (BRC):    ' TO RWL-TOT-LABEL
071900     MOVE WS-WT-BREACH TO RWL-TOT-COUNT
072000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
072100     MOVE 'WEIGHT PER ESCALATED ALERT (ESC): ' TO RWL-TOT-LABEL
072200     MOVE WS-WT-ESCALATED TO RWL-TOT-COUNT
072300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
072400     MOVE 'WEIGHT PER UNACKED ALERT (OPN):   ' TO RWL-TOT-LABEL
072500     MOVE WS-WT-OPEN-ALERT TO RWL-TOT-COUNT
072600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
072700     MOVE 'WEIGHT PER NO-SHOW (NOS):         ' TO RWL-TOT-LABEL
072800     MOVE WS-WT-NO-SHOW TO RWL-TOT-COUNT
072900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
073000     MOVE 'WEIGHT FOR NO VISIT (NOVIS):      ' TO RWL-TOT-LABEL
073100     MOVE WS-WT-NO-VISIT TO RWL-TOT-COUNT
073200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
073300     MOVE 'WEIGHT FOR WORSENING MENTAL STATE:' TO RWL-TOT-LABEL
073400     MOVE WS-WT-MS-WORSE TO RWL-TOT-COUNT
073500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
073600     MOVE ' ' TO RWL-CC
073700     MOVE ' RANK  PATIENT     NAME' TO RWL-BODY
073800     MOVE 'SCORE' TO RWL-BODY(54:5)
073900     MOVE 'BRC  ESC  OPN  NOS  NOVIS  MENTAL STATE TREND'
074000         TO RWL-BODY(61:45)
074100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
074200     IF WS-RANK-COUNT = 0
074300         MOVE ' ' TO RWL-CC
074400         MOVE '  (NO PATIENT SCORED ABOVE ZERO)' TO RWL-BODY
074500         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
074600     END-IF
074700     MOVE 1 TO WS-RANK-IX
074800     PERFORM 4100-PRINT-RANK-LINE THRU 4100-EXIT
074900         UNTIL WS-RANK-IX > WS-RANK-COUNT
075000     MOVE 'PATIENTS READ:                    ' TO RWL-TOT-LABEL
075100     MOVE WS-PATIENTS-READ TO RWL-TOT-COUNT
075200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
075300     MOVE 'MERGED RECORDS SKIPPED:           ' TO RWL-TOT-LABEL
075400     MOVE WS-PATIENTS-MERGED TO RWL-TOT-COUNT
075500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
075600     MOVE 'PATIENTS SCORED ABOVE ZERO:       ' TO RWL-TOT-LABEL
075700     MOVE WS-PATIENTS-SCORED TO RWL-TOT-COUNT
075800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
075900     IF WS-RANK-OVERFLOW > 0
076000         MOVE 'LOWER SCORES PAST THE WORKLIST:   '
076100             TO RWL-TOT-LABEL
076200         MOVE WS-RANK-OVERFLOW TO RWL-TOT-COUNT
076300         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
076400     END-IF
076500     IF WS-ALT-OVERFLOW > 0
076600         MOVE 'ALERTS PAST THE ALERT TALLY:      '
076700             TO RWL-TOT-LABEL
076800         MOVE WS-ALT-OVERFLOW TO RWL-TOT-COUNT
076900         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
077000     END-IF.
077100 4000-EXIT.
077200     EXIT.
077300 4100-PRINT-RANK-LINE.
077400     MOVE WS-RNK-DATA(WS-RANK-IX) TO WS-CUR-RESULT
077500     MOVE ' ' TO RWL-CC
077600     MOVE WS-RANK-IX        TO RWL-RD-RANK
077700     MOVE WS-CR-PATIENT-ID  TO RWL-RD-PATIENT-ID
077800     MOVE WS-CR-NAME        TO RWL-RD-NAME
077900     MOVE WS-CR-SCORE       TO RWL-RD-SCORE
078000     MOVE WS-CR-BREACHES    TO RWL-RD-BREACHES
078100     MOVE WS-CR-ESCALATED   TO RWL-RD-ESCALATED
078200     MOVE WS-CR-OPEN-ALERTS TO RWL-RD-OPEN-ALERTS
078300     MOVE WS-CR-NO-SHOWS    TO RWL-RD-NO-SHOWS
078400     IF WS-CR-NO-VISIT
078500         IF WS-CR-LAST-VISIT-DATE = SPACES
078600             MOVE 'NEVER' TO RWL-RD-NO-VISIT
078700         ELSE
078800             MOVE WS-CR-DAYS-SINCE TO WS-NO-VISIT-ED
078900             MOVE WS-NO-VISIT-ED   TO RWL-RD-NO-VISIT
079000         END-IF
079100     END-IF
079200     IF WS-CR-MS-WORSE
079300         STRING WS-CR-MS-FROM DELIMITED BY SPACE
079400             ' TO ' DELIMITED BY SIZE
079500             WS-CR-MS-TO DELIMITED BY SPACE
079600             INTO RWL-RD-MS-TREND
079700         END-STRING
079800     END-IF
079900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
080000     ADD 1 TO WS-RANK-IX.
080100 4100-EXIT.
080200     EXIT.
080300*---------------------------------------------------------------*
080400* 5000-WRITE-EXTRACT - the top of the worklist, up to the       *
080500* HCIPPRM extract size, as HCIPRSKR records.                    *
080600*---------------------------------------------------------------*
080700 5000-WRITE-EXTRACT.
080800     MOVE 1 TO WS-RANK-IX
080900     PERFORM 5100-EXTRACT-STEP THRU 5100-EXIT
081000         UNTIL WS-RANK-IX > WS-RANK-COUNT
081100             OR WS-RANK-IX > WS-EXTRACT-TOP.
081200 5000-EXIT.
081300     EXIT.
081400 5100-EXTRACT-STEP.
081500     MOVE WS-RNK-DATA(WS-RANK-IX) TO WS-CUR-RESULT
081600     INITIALIZE HCIP-RISK-EXTRACT-RECORD
081700     MOVE WS-RUN-DATE           TO RSK-RUN-DATE
081800     MOVE WS-RANK-IX            TO RSK-RANK
081900     MOVE WS-CR-PATIENT-ID      TO RSK-PATIENT-ID
082000     MOVE WS-CR-NAME            TO RSK-PATIENT-NAME
082100     MOVE WS-CR-PHONE-MOBILE    TO RSK-PHONE-MOBILE
082200     MOVE WS-CR-EMAIL-ADDRESS   TO RSK-EMAIL-ADDRESS
082300     MOVE WS-CR-SCORE           TO RSK-SCORE
082400     MOVE WS-CR-BREACHES        TO RSK-BREACH-COUNT
082500     MOVE WS-CR-ESCALATED       TO RSK-ESCALATED-COUNT
082600     MOVE WS-CR-OPEN-ALERTS     TO RSK-OPEN-ALERT-COUNT
082700     MOVE WS-CR-NO-SHOWS        TO RSK-NO-SHOW-COUNT
082800     MOVE WS-CR-NO-VISIT-SW     TO RSK-NO-VISIT-SW
082900     MOVE WS-CR-LAST-VISIT-DATE TO RSK-LAST-VISIT-DATE
083000     MOVE WS-CR-MS-WORSE-SW     TO RSK-MS-WORSE-SW
083100     IF WS-CR-MS-WORSE
083200         MOVE WS-CR-MS-FROM     TO RSK-MS-FROM
083300         MOVE WS-CR-MS-TO       TO RSK-MS-TO
083400     END-IF
083500     WRITE HCIP-RISK-EXTRACT-RECORD
083600     IF WS-RSX-STATUS NOT = '00'
083700         MOVE 'UNABLE TO WRITE HCIPRSX' TO WS-ABEND-MESSAGE
083800         PERFORM 9999-ABEND THRU 9999-EXIT
083900     END-IF
084000     ADD 1 TO WS-EXTRACT-WRITTEN
084100     ADD 1 TO WS-RANK-IX.
084200 5100-EXIT.
084300     EXIT.
084400*---------------------------------------------------------------*
084500* 6100-DATE-TO-DAY-NUMBER - YYYY-MM-DD in WS-DN-DATE to a       *
084600* serial day count in WS-DN-DAY-NUM (zero if the date will not  *
084700* parse), so dates compare against the window by day count.     *
084800*---------------------------------------------------------------*
084900 6100-DATE-TO-DAY-NUMBER.
085000     MOVE 0 TO WS-DN-DAY-NUM
085100     IF WS-DN-YEAR-X IS NOT NUMERIC
085200             OR WS-DN-MONTH-X IS NOT NUMERIC
085300             OR WS-DN-DAY-X IS NOT NUMERIC
085400         GO TO 6100-EXIT
085500     END-IF
085600     MOVE WS-DN-YEAR-X  TO WS-DN-YEAR-N
085700     MOVE WS-DN-MONTH-X TO WS-DN-MONTH-N
085800     MOVE WS-DN-DAY-X   TO WS-DN-DAY-N
085900     IF WS-DN-MONTH-N < 1 OR WS-DN-MONTH-N > 12
086000         GO TO 6100-EXIT
086100     END-IF
086200     COMPUTE WS-DN-YR1 = WS-DN-YEAR-N - 1
086300     DIVIDE WS-DN-YR1 BY 4 GIVING WS-DN-Q4
086400     DIVIDE WS-DN-YR1 BY 100 GIVING WS-DN-Q100
086500     DIVIDE WS-DN-YR1 BY 400 GIVING WS-DN-Q400
086600     COMPUTE WS-DN-DAY-NUM = (WS-DN-YR1 * 365)
086700         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
086800         + WS-DN-CUM(WS-DN-MONTH-N) + WS-DN-DAY-N
086900     IF WS-DN-MONTH-N > 2
087000         DIVIDE WS-DN-YEAR-N BY 4 GIVING WS-DN-Q4
087100             REMAINDER WS-DN-REM-4
087200         DIVIDE WS-DN-YEAR-N BY 100 GIVING WS-DN-Q100
087300             REMAINDER WS-DN-REM-100
087400         DIVIDE WS-DN-YEAR-N BY 400 GIVING WS-DN-Q400
087500             REMAINDER WS-DN-REM-400
087600         IF (WS-DN-REM-4 = 0 AND WS-DN-REM-100 NOT = 0)
087700                 OR WS-DN-REM-400 = 0
087800             ADD 1 TO WS-DN-DAY-NUM
087900         END-IF
088000     END-IF.
088100 6100-EXIT.
088200     EXIT.
088300*---------------------------------------------------------------*
088400* 7000-TERMINATE - close everything.                            *
088500*---------------------------------------------------------------*
088600 7000-TERMINATE.
088700     DISPLAY 'HCIPRSK1 PATIENTS READ:   ' WS-PATIENTS-READ
088800     DISPLAY 'HCIPRSK1 PATIENTS SCORED: ' WS-PATIENTS-SCORED
088900     DISPLAY 'HCIPRSK1 EXTRACT WRITTEN: ' WS-EXTRACT-WRITTEN
089000     CLOSE HCIPPAT HCIPVIS HCIPALT HCIPSCH HCIPMED HCIPPRM
089100           HCIPRWL HCIPRSX.
089200 7000-EXIT.
089300     EXIT.
089400*---------------------------------------------------------------*
089500* 8000/8100 - report service paragraphs.                        *
089600*---------------------------------------------------------------*
089700 8000-WRITE-REPORT-LINE.
089800     WRITE HCIP-RWL-LINE
089900     IF WS-RWL-STATUS NOT = '00'
090000         MOVE 'UNABLE TO WRITE HCIPRWL' TO WS-ABEND-MESSAGE
090100         PERFORM 9999-ABEND THRU 9999-EXIT
090200     END-IF
090300     MOVE SPACES TO HCIP-RWL-LINE.
090400 8000-EXIT.
090500     EXIT.
090600 8100-WRITE-TOTAL-LINE.
090700     MOVE ' ' TO RWL-CC
090800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
090900 8100-EXIT.
091000     EXIT.
091100*---------------------------------------------------------------*
091200* 9999-ABEND - unrecoverable file or parameter error.           *
091300*---------------------------------------------------------------*
091400 9999-ABEND.
091500     DISPLAY 'HCIPRSK1 ABEND: ' WS-ABEND-MESSAGE
091600     CLOSE HCIPPAT HCIPVIS HCIPALT HCIPSCH HCIPMED HCIPPRM
091700           HCIPRWL HCIPRSX
091800     MOVE 16 TO RETURN-CODE
091810     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
091900     STOP RUN.
092000 9999-EXIT.
092100     EXIT.
092200 END PROGRAM HCIPRSK1.
