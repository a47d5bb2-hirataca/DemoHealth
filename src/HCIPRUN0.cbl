000100*****************************************************************
000200* PROGRAM    : HCIPRUN0
000300* PURPOSE    : Nightly batch-stream run control.  Called (CALL
000400*              'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA, copybook
000500*              HCIPRUNA) by every batch job listed in the HCIPRUNT
000600*              job table, once as it starts and once as it stops,
000700*              so that the jobs of a night are tied together on
000800*              the HCIPRUN control file (HCIPRUNR), one record
000900*              per job and business date.
001000*
001100*              START - the business date is the date on the
001200*              optional HCIPRCO override card, or else today
001300*              (yesterday before the noon cut-off, so a night
001400*              that runs past midnight posts under one date).
001500*              Unless the card says OVERRIDE the start is
001600*              refused when the job already completed for the
001650*              date, when its last start never posted an end
001700*              (still running, or killed without reaching its
001750*              abend paragraph) and HCIPRUNT does not mark the
001800*              job restartable from its own checkpoint, or
001850*              when a predecessor named in HCIPRUNT has not
002000*              completed for the date.  An
002100*              accepted start is recorded RUNNING with the start
002200*              time and attempt count.
002300*
002400*              END - posts the job's record counts, return code
002500*              and end time: COMPLETE for return code 4 or less,
002600*              FAILED otherwise.  A FAILED or REFUSED job may
002700*              simply be resubmitted.
002800*
002900*              DATE - returns the default business date only
003000*              (used by the HCIPRUN1 morning status report).
003100*
003200*              The outcome is left in RUNC-RESULT and shown on
003300*              the job log; the calling job stops with return
003400*              code 12 when refused, 16 on a run-control error.
003500*
003600* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
003700* INSTALLATION: DEMOHEALTH DATA CENTER
003800* DATE-WRITTEN: 10/15/2026
003900* DATE-COMPILED:
004000*
004100* Modification history
004200* ----   ----   -----------------------------------------------
004300* 101526 MRO    Original version.
004320* 101526 MRO    A job HCIPRUNT marks restartable (R) may start
004340*               over its own unended start, so a checkpoint
004360*               restart after a system abend needs no
004380*               override card.
004400*****************************************************************
004500 IDENTIFICATION DIVISION.
004600 PROGRAM-ID.   HCIPRUN0.
004700 AUTHOR.       M. OYELARAN.
004800 INSTALLATION. DEMOHEALTH DATA CENTER.
004900 DATE-WRITTEN. 10/15/2026.
005000 DATE-COMPILED.
005100 ENVIRONMENT DIVISION.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT HCIPRUN ASSIGN TO HCIPRUN
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS RUN-KEY
005800         FILE STATUS IS WS-RUN-STATUS.
005900     SELECT HCIPRCO ASSIGN TO HCIPRCO
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RCO-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  HCIPRUN.
006500     COPY HCIPRUNR.
006600*---------------------------------------------------------------*
006700* HCIPRCO override card (optional; DD DUMMY or absent = none):  *
006800*   cols  1-8  OVERRIDE to bypass the start checks, or blank    *
006900*   cols 10-19 business date YYYY-MM-DD to run under, or blank  *
007000*   cols 21-60 reason, kept on the run-control record           *
007100*---------------------------------------------------------------*
007200 FD  HCIPRCO
007300     RECORDING MODE IS F.
007400 01  RCO-RECORD.
007500     03  RCO-KEYWORD                PIC X(08).
007600         88  RCO-OVERRIDE               VALUE 'OVERRIDE'.
007700     03  FILLER                     PIC X(01).
007800     03  RCO-BUSINESS-DATE          PIC X(10).
007900     03  RCO-BUSINESS-DATE-R REDEFINES RCO-BUSINESS-DATE.
008000         05  RCO-BD-YYYY            PIC X(04).
008100         05  RCO-BD-DASH-1          PIC X(01).
008200         05  RCO-BD-MM              PIC X(02).
008300         05  RCO-BD-DASH-2          PIC X(01).
008400         05  RCO-BD-DD              PIC X(02).
008500     03  FILLER                     PIC X(01).
008600     03  RCO-REASON                 PIC X(40).
008700     03  FILLER                     PIC X(20).
008800 WORKING-STORAGE SECTION.
008900 01  WS-FILE-STATUSES.
009000     03  WS-RUN-STATUS             PIC X(02) VALUE '00'.
009100     03  WS-RCO-STATUS             PIC X(02) VALUE '00'.
009200 01  WS-SWITCHES.
009300     03  WS-JOB-FOUND-SW           PIC X(01) VALUE 'N'.
009400         88  WS-JOB-FOUND              VALUE 'Y'.
009500     03  WS-RUN-FOUND-SW           PIC X(01) VALUE 'N'.
009600         88  WS-RUN-FOUND              VALUE 'Y'.
009625     03  WS-RESTART-SW             PIC X(01) VALUE 'N'.
009650         88  WS-RESTART                VALUE 'Y'.
009700     COPY HCIPRUNT.
009800 01  WS-JOB-IX                     PIC 9(02) VALUE ZERO.
009900 01  WS-PRED-IX                    PIC 9(02) VALUE ZERO.
010000 01  WS-PRED-NAME                  PIC X(08) VALUE SPACES.
010100 01  WS-OVERRIDE-REASON            PIC X(40) VALUE SPACES.
010200 01  WS-RC-DISPLAY                 PIC 9(04) VALUE ZERO.
010300*---------------------------------------------------------------*
010400* Business-date cut-off.  A job started before this hour posts  *
010500* under the previous day: the nightly stream starts after the   *
010600* online day closes and may run on past midnight.               *
010700*---------------------------------------------------------------*
010800 01  WS-CUTOFF-HOUR                PIC 9(02) VALUE 12.
010900 01  WS-NOW-DATE-RAW               PIC X(08) VALUE SPACES.
011000 01  WS-NOW-DATE-RAW-R REDEFINES WS-NOW-DATE-RAW.
011100     03  WS-ND-YYYY                PIC 9(04).
011200     03  WS-ND-MM                  PIC 9(02).
011300     03  WS-ND-DD                  PIC 9(02).
011400 01  WS-NOW-TIME-RAW               PIC X(08) VALUE SPACES.
011500 01  WS-NOW-TIME-RAW-R REDEFINES WS-NOW-TIME-RAW.
011600     03  WS-NT-HH                  PIC 9(02).
011700     03  WS-NT-MM                  PIC X(02).
011800     03  WS-NT-SS                  PIC X(02).
011900     03  FILLER                    PIC X(02).
012000 01  WS-NOW-DATE                   PIC X(10) VALUE SPACES.
012100 01  WS-NOW-TIME                   PIC X(08) VALUE SPACES.
012200 01  WS-BUS-YYYY                   PIC 9(04) VALUE ZERO.
012300 01  WS-BUS-MM                     PIC 9(02) VALUE ZERO.
012400 01  WS-BUS-DD                     PIC 9(02) VALUE ZERO.
012500 01  WS-DIV-QUOT                   PIC 9(04) VALUE ZERO.
012600 01  WS-DIV-REM-4                  PIC 9(04) VALUE ZERO.
012700 01  WS-DIV-REM-100                PIC 9(04) VALUE ZERO.
012800 01  WS-DIV-REM-400                PIC 9(04) VALUE ZERO.
012900 01  WS-DAYS-IN-MONTH-TAB.
013000     03  FILLER                    PIC 9(02) VALUE 31.
013100     03  FILLER                    PIC 9(02) VALUE 28.
013200     03  FILLER                    PIC 9(02) VALUE 31.
013300     03  FILLER                    PIC 9(02) VALUE 30.
013400     03  FILLER                    PIC 9(02) VALUE 31.
013500     03  FILLER                    PIC 9(02) VALUE 30.
013600     03  FILLER                    PIC 9(02) VALUE 31.
013700     03  FILLER                    PIC 9(02) VALUE 31.
013800     03  FILLER                    PIC 9(02) VALUE 30.
013900     03  FILLER                    PIC 9(02) VALUE 31.
014000     03  FILLER                    PIC 9(02) VALUE 30.
014100     03  FILLER                    PIC 9(02) VALUE 31.
014200 01  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TAB.
014300     03  WS-DIM-TAB                PIC 9(02) OCCURS 12 TIMES.
014400 LINKAGE SECTION.
014500     COPY HCIPRUNA.
014600 PROCEDURE DIVISION USING HCIP-RUN-CONTROL-AREA.
014700*---------------------------------------------------------------*
014800* 0000-MAINLINE                                                 *
014900*---------------------------------------------------------------*
015000 0000-MAINLINE.
015100     MOVE 'O'    TO RUNC-RESULT
015200     MOVE SPACES TO RUNC-MESSAGE
015300     EVALUATE TRUE
015400         WHEN RUNC-FN-START
015500             PERFORM 1000-START-JOB THRU 1000-EXIT
015600         WHEN RUNC-FN-END
015700             PERFORM 2000-END-JOB THRU 2000-EXIT
015800         WHEN RUNC-FN-DATE
015900             PERFORM 5000-DEFAULT-BUSINESS-DATE THRU 5000-EXIT
016000         WHEN OTHER
016100             MOVE 'E' TO RUNC-RESULT
016200             MOVE 'UNKNOWN RUN-CONTROL FUNCTION' TO RUNC-MESSAGE
016300     END-EVALUATE
016400     IF RUNC-MESSAGE NOT = SPACES
016500         DISPLAY RUNC-JOB-NAME ' RUN CONTROL: ' RUNC-MESSAGE
016600     END-IF
016700     GOBACK.
016800*---------------------------------------------------------------*
016900* 1000-START-JOB - override card, business date, then the       *
017000* job's own record and its predecessors'.                       *
017100*---------------------------------------------------------------*
017200 1000-START-JOB.
017300     MOVE 'N' TO RUNC-OVERRIDE-SW
017350     MOVE 'N' TO WS-RESTART-SW
017400     PERFORM 1100-FIND-JOB THRU 1100-EXIT
017500     IF NOT WS-JOB-FOUND
017600         MOVE 'E' TO RUNC-RESULT
017700         MOVE 'JOB IS NOT IN THE HCIPRUNT RUN-CONTROL JOB TABLE'
017800             TO RUNC-MESSAGE
017900         GO TO 1000-EXIT
018000     END-IF
018100     PERFORM 1200-READ-OVERRIDE-CARD THRU 1200-EXIT
018200     IF RUNC-ERROR
018300         GO TO 1000-EXIT
018400     END-IF
018500     IF RUNC-BUSINESS-DATE = SPACES
018600         PERFORM 5000-DEFAULT-BUSINESS-DATE THRU 5000-EXIT
018700     END-IF
018800     PERFORM 4000-GET-NOW THRU 4000-EXIT
018900     PERFORM 3200-OPEN-RUN-FILE THRU 3200-EXIT
019000     IF NOT RUNC-OK
019100         GO TO 1000-EXIT
019200     END-IF
019300     IF NOT RUNC-OVERRIDDEN
019400         PERFORM 1300-CHECK-OWN-RUN THRU 1300-EXIT
019500     END-IF
019600     IF NOT RUNC-OVERRIDDEN AND RUNC-OK
019700         PERFORM 1400-CHECK-PREDECESSORS THRU 1400-EXIT
019800     END-IF
019900     IF RUNC-OK
020000         PERFORM 1500-RECORD-START THRU 1500-EXIT
020100     END-IF
020200     CLOSE HCIPRUN.
020300 1000-EXIT.
020400     EXIT.
020500 1100-FIND-JOB.
020600     MOVE 'N' TO WS-JOB-FOUND-SW
020700     MOVE 1 TO WS-JOB-IX
020800     PERFORM 1110-FIND-JOB-STEP
020900         UNTIL WS-JOB-FOUND
021000             OR WS-JOB-IX > RJT-JOB-COUNT.
021100 1100-EXIT.
021200     EXIT.
021300 1110-FIND-JOB-STEP.
021400     IF RJT-JOB-NAME(WS-JOB-IX) = RUNC-JOB-NAME
021500         MOVE 'Y' TO WS-JOB-FOUND-SW
021600     ELSE
021700         ADD 1 TO WS-JOB-IX
021800     END-IF.
021900*---------------------------------------------------------------*
022000* 1200-READ-OVERRIDE-CARD - no HCIPRCO DD, DD DUMMY or a blank  *
022100* card all mean no override and today's business date.          *
022200*---------------------------------------------------------------*
022300 1200-READ-OVERRIDE-CARD.
022400     MOVE SPACES TO RUNC-BUSINESS-DATE
022500     MOVE SPACES TO WS-OVERRIDE-REASON
022600     OPEN INPUT HCIPRCO
022700     IF WS-RCO-STATUS NOT = '00'
022800         GO TO 1200-EXIT
022900     END-IF
023000     READ HCIPRCO
023100         AT END
023200             MOVE SPACES TO RCO-RECORD
023300     END-READ
023400     CLOSE HCIPRCO
023500     IF RCO-KEYWORD NOT = SPACES AND NOT RCO-OVERRIDE
023600         MOVE 'E' TO RUNC-RESULT
023700         MOVE 'HCIPRCO COLS 1-8 MUST BE OVERRIDE OR BLANK'
023800             TO RUNC-MESSAGE
023900         GO TO 1200-EXIT
024000     END-IF
024100     IF RCO-OVERRIDE
024200         MOVE 'Y' TO RUNC-OVERRIDE-SW
024300         MOVE RCO-REASON TO WS-OVERRIDE-REASON
024400         IF WS-OVERRIDE-REASON = SPACES
024500             MOVE 'OVERRIDE CARD - NO REASON GIVEN'
024600                 TO WS-OVERRIDE-REASON
024700         END-IF
024800     END-IF
024900     IF RCO-BUSINESS-DATE = SPACES
025000         GO TO 1200-EXIT
025100     END-IF
025200     IF RCO-BD-YYYY IS NOT NUMERIC
025300             OR RCO-BD-MM IS NOT NUMERIC
025400             OR RCO-BD-DD IS NOT NUMERIC
025500             OR RCO-BD-DASH-1 NOT = '-'
025600             OR RCO-BD-DASH-2 NOT = '-'
025700             OR RCO-BD-MM < '01' OR RCO-BD-MM > '12'
025800             OR RCO-BD-DD < '01' OR RCO-BD-DD > '31'
025900         MOVE 'E' TO RUNC-RESULT
026000         MOVE 'HCIPRCO BUSINESS DATE (COLS 10-19) NOT YYYY-MM-DD'
026100             TO RUNC-MESSAGE
026200         GO TO 1200-EXIT
026300     END-IF
026400     MOVE RCO-BUSINESS-DATE TO RUNC-BUSINESS-DATE.
026500 1200-EXIT.
026600     EXIT.
026700*---------------------------------------------------------------*
026750* 1300-CHECK-OWN-RUN - refuse a job that already completed for  *
026800* the date, or whose last start never posted an end unless      *
026850* HCIPRUNT marks the job restartable from its own checkpoint.   *
026900* The record keeps its status; only the refusal is counted.     *
027100*---------------------------------------------------------------*
027200 1300-CHECK-OWN-RUN.
027300     MOVE RUNC-BUSINESS-DATE TO RUN-BUSINESS-DATE
027400     MOVE RUNC-JOB-NAME      TO RUN-JOB-NAME
027500     PERFORM 3000-READ-RUN-RECORD THRU 3000-EXIT
027600     IF NOT WS-RUN-FOUND
027700         GO TO 1300-EXIT
027800     END-IF
027900     EVALUATE TRUE
028000         WHEN RUN-COMPLETE
028100             MOVE 'R' TO RUNC-RESULT
028200             STRING 'ALREADY COMPLETE FOR ' RUNC-BUSINESS-DATE
028300                 ' - RERUN NEEDS OVERRIDE CARD'
028400                 DELIMITED BY SIZE INTO RUNC-MESSAGE
028500             END-STRING
028525         WHEN RUN-RUNNING AND RJT-RESTARTABLE(WS-JOB-IX)
028550             MOVE 'Y' TO WS-RESTART-SW
028575             GO TO 1300-EXIT
028600         WHEN RUN-RUNNING
028700             MOVE 'R' TO RUNC-RESULT
028800             STRING 'STARTED ' RUN-START-TIME
028900                 ' NEVER POSTED AN END - OVERRIDE CARD NEEDED'
029000                 DELIMITED BY SIZE INTO RUNC-MESSAGE
029100             END-STRING
029200         WHEN OTHER
029300             GO TO 1300-EXIT
029400     END-EVALUATE
029500     ADD 1 TO RUN-REFUSED-COUNT
029600     PERFORM 3100-STORE-RUN-RECORD THRU 3100-EXIT.
029700 1300-EXIT.
029800     EXIT.
029900*---------------------------------------------------------------*
030000* 1400-CHECK-PREDECESSORS - every HCIPRUNT predecessor of the   *
030100* job must be COMPLETE for the same business date.  The first   *
030200* one that is not is named on the job's REFUSED record.         *
030300*---------------------------------------------------------------*
030400 1400-CHECK-PREDECESSORS.
030500     MOVE 1 TO WS-PRED-IX
030600     PERFORM 1410-PREDECESSOR-STEP THRU 1410-EXIT
030700         UNTIL WS-PRED-IX > 3
030800             OR NOT RUNC-OK
030900     IF RUNC-REFUSED
031000         PERFORM 1450-RECORD-REFUSAL THRU 1450-EXIT
031100     END-IF.
031200 1400-EXIT.
031300     EXIT.
031400 1410-PREDECESSOR-STEP.
031500     MOVE RJT-PREDECESSOR(WS-JOB-IX WS-PRED-IX) TO WS-PRED-NAME
031600     ADD 1 TO WS-PRED-IX
031700     IF WS-PRED-NAME = SPACES
031800         GO TO 1410-EXIT
031900     END-IF
032000     MOVE RUNC-BUSINESS-DATE TO RUN-BUSINESS-DATE
032100     MOVE WS-PRED-NAME       TO RUN-JOB-NAME
032200     PERFORM 3000-READ-RUN-RECORD THRU 3000-EXIT
032300     IF RUNC-ERROR
032400         GO TO 1410-EXIT
032500     END-IF
032600     IF WS-RUN-FOUND AND RUN-COMPLETE
032700         GO TO 1410-EXIT
032800     END-IF
032900     MOVE 'R' TO RUNC-RESULT
033000     STRING 'PREDECESSOR ' WS-PRED-NAME ' NOT COMPLETE FOR '
033100         RUNC-BUSINESS-DATE
033200         DELIMITED BY SIZE INTO RUNC-MESSAGE
033300     END-STRING.
033400 1410-EXIT.
033500     EXIT.
033600 1450-RECORD-REFUSAL.
033700     MOVE RUNC-BUSINESS-DATE TO RUN-BUSINESS-DATE
033800     MOVE RUNC-JOB-NAME      TO RUN-JOB-NAME
033900     PERFORM 3000-READ-RUN-RECORD THRU 3000-EXIT
034000     IF RUNC-ERROR
034100         GO TO 1450-EXIT
034200     END-IF
034300     IF NOT WS-RUN-FOUND
034400         INITIALIZE HCIP-RUN-CONTROL-RECORD
034500         MOVE RUNC-BUSINESS-DATE TO RUN-BUSINESS-DATE
034600         MOVE RUNC-JOB-NAME      TO RUN-JOB-NAME
034700     END-IF
034800     MOVE 'X'          TO RUN-STATUS
034900     MOVE WS-NOW-DATE  TO RUN-START-DATE
035000     MOVE WS-NOW-TIME  TO RUN-START-TIME
035100     MOVE SPACES       TO RUN-END-DATE
035200     MOVE SPACES       TO RUN-END-TIME
035300     MOVE 'N'          TO RUN-OVERRIDE-SW
035400     MOVE RUNC-MESSAGE TO RUN-MESSAGE
035500     ADD 1 TO RUN-REFUSED-COUNT
035600     PERFORM 3100-STORE-RUN-RECORD THRU 3100-EXIT.
035700 1450-EXIT.
035800     EXIT.
035900*---------------------------------------------------------------*
036000* 1500-RECORD-START - the job may run: RUNNING, start time and  *
036100* attempt count, and the override reason when checks were       *
036200* bypassed.                                                     *
036300*---------------------------------------------------------------*
036400 1500-RECORD-START.
036500     MOVE RUNC-BUSINESS-DATE TO RUN-BUSINESS-DATE
036600     MOVE RUNC-JOB-NAME      TO RUN-JOB-NAME
036700     PERFORM 3000-READ-RUN-RECORD THRU 3000-EXIT
036800     IF RUNC-ERROR
036900         GO TO 1500-EXIT
037000     END-IF
037100     IF NOT WS-RUN-FOUND
037200         INITIALIZE HCIP-RUN-CONTROL-RECORD
037300         MOVE RUNC-BUSINESS-DATE TO RUN-BUSINESS-DATE
037400         MOVE RUNC-JOB-NAME      TO RUN-JOB-NAME
037500     END-IF
037600     MOVE 'R'              TO RUN-STATUS
037700     MOVE WS-NOW-DATE      TO RUN-START-DATE
037800     MOVE WS-NOW-TIME      TO RUN-START-TIME
037900     MOVE SPACES           TO RUN-END-DATE
038000     MOVE SPACES           TO RUN-END-TIME
038100     MOVE 0                TO RUN-RECORDS-IN
038200     MOVE 0                TO RUN-RECORDS-OUT
038300     MOVE 0                TO RUN-JOB-RC
038400     MOVE RUNC-OVERRIDE-SW TO RUN-OVERRIDE-SW
038500     IF RUNC-OVERRIDDEN
038600         MOVE WS-OVERRIDE-REASON TO RUN-MESSAGE
038700     ELSE
038800         MOVE SPACES TO RUN-MESSAGE
038900     END-IF
038920     IF WS-RESTART
038940         MOVE 'RESTARTED OVER A START THAT NEVER POSTED AN END'
038960             TO RUN-MESSAGE
038980     END-IF
039000     ADD 1 TO RUN-ATTEMPT-COUNT
039100     PERFORM 3100-STORE-RUN-RECORD THRU 3100-EXIT
039200     IF RUNC-ERROR
039300         GO TO 1500-EXIT
039400     END-IF
039500     IF RUNC-OVERRIDDEN
039600         STRING 'STARTED FOR ' RUNC-BUSINESS-DATE
039700             ' UNDER AN OVERRIDE CARD'
039800             DELIMITED BY SIZE INTO RUNC-MESSAGE
039900         END-STRING
040000     ELSE
040100         STRING 'STARTED FOR BUSINESS DATE ' RUNC-BUSINESS-DATE
040200             DELIMITED BY SIZE INTO RUNC-MESSAGE
040300         END-STRING
040400     END-IF
040410     IF WS-RESTART
040420         MOVE SPACES TO RUNC-MESSAGE
040430         STRING 'RESTARTED FOR ' RUNC-BUSINESS-DATE
040440             ' OVER A START NEVER ENDED'
040450             DELIMITED BY SIZE INTO RUNC-MESSAGE
040460         END-STRING
040470     END-IF.
040500 1500-EXIT.
040600     EXIT.
040700*---------------------------------------------------------------*
040800* 2000-END-JOB - post counts, return code and end time under    *
040900* the business date the start was given.                        *
041000*---------------------------------------------------------------*
041100 2000-END-JOB.
041200     IF RUNC-BUSINESS-DATE = SPACES
041300         MOVE 'E' TO RUNC-RESULT
041400         MOVE 'END POSTED WITHOUT A START' TO RUNC-MESSAGE
041500         GO TO 2000-EXIT
041600     END-IF
041700     PERFORM 4000-GET-NOW THRU 4000-EXIT
041800     PERFORM 3200-OPEN-RUN-FILE THRU 3200-EXIT
041900     IF NOT RUNC-OK
042000         GO TO 2000-EXIT
042100     END-IF
042200     MOVE RUNC-BUSINESS-DATE TO RUN-BUSINESS-DATE
042300     MOVE RUNC-JOB-NAME      TO RUN-JOB-NAME
042400     PERFORM 3000-READ-RUN-RECORD THRU 3000-EXIT
042500     IF RUNC-ERROR
042600         GO TO 2000-CLOSE
042700     END-IF
042800     IF NOT WS-RUN-FOUND
042900         INITIALIZE HCIP-RUN-CONTROL-RECORD
043000         MOVE RUNC-BUSINESS-DATE TO RUN-BUSINESS-DATE
043100         MOVE RUNC-JOB-NAME      TO RUN-JOB-NAME
043200         MOVE 1                  TO RUN-ATTEMPT-COUNT
043300     END-IF
043400     IF RUNC-JOB-RC > 4
043500         MOVE 'F' TO RUN-STATUS
043600     ELSE
043700         MOVE 'C' TO RUN-STATUS
043800     END-IF
043900     MOVE WS-NOW-DATE      TO RUN-END-DATE
044000     MOVE WS-NOW-TIME      TO RUN-END-TIME
044100     MOVE RUNC-RECORDS-IN  TO RUN-RECORDS-IN
044200     MOVE RUNC-RECORDS-OUT TO RUN-RECORDS-OUT
044300     MOVE RUNC-JOB-RC      TO RUN-JOB-RC
044400     PERFORM 3100-STORE-RUN-RECORD THRU 3100-EXIT
044500     IF RUNC-ERROR
044600         GO TO 2000-CLOSE
044700     END-IF
044800     MOVE RUNC-JOB-RC TO WS-RC-DISPLAY
044900     IF RUN-COMPLETE
045000         STRING 'COMPLETE POSTED FOR ' RUNC-BUSINESS-DATE
045100             ' RC ' WS-RC-DISPLAY
045200             DELIMITED BY SIZE INTO RUNC-MESSAGE
045300         END-STRING
045400     ELSE
045500         STRING 'FAILURE POSTED FOR ' RUNC-BUSINESS-DATE
045600             ' RC ' WS-RC-DISPLAY
045700             DELIMITED BY SIZE INTO RUNC-MESSAGE
045800         END-STRING
045900     END-IF.
046000 2000-CLOSE.
046100     CLOSE HCIPRUN.
046200 2000-EXIT.
046300     EXIT.
046400*---------------------------------------------------------------*
046500* 3000/3100 - HCIPRUN record read and store.  Anything but      *
046600* found / not found / stored is a run-control error.            *
046700*---------------------------------------------------------------*
046800 3000-READ-RUN-RECORD.
046900     MOVE 'N' TO WS-RUN-FOUND-SW
047000     READ HCIPRUN
047100         INVALID KEY
047200             CONTINUE
047300     END-READ
047400     EVALUATE WS-RUN-STATUS
047500         WHEN '00'
047600             MOVE 'Y' TO WS-RUN-FOUND-SW
047700         WHEN '23'
047800             CONTINUE
047900         WHEN OTHER
048000             MOVE 'E' TO RUNC-RESULT
048100             MOVE 'UNABLE TO READ HCIPRUN' TO RUNC-MESSAGE
048200     END-EVALUATE.
048300 3000-EXIT.
048400     EXIT.
048500 3100-STORE-RUN-RECORD.
048600     IF WS-RUN-FOUND
048700         REWRITE HCIP-RUN-CONTROL-RECORD
048800     ELSE
048900         WRITE HCIP-RUN-CONTROL-RECORD
049000     END-IF
049100     IF WS-RUN-STATUS NOT = '00'
049200         MOVE 'E' TO RUNC-RESULT
049300         MOVE 'UNABLE TO UPDATE HCIPRUN' TO RUNC-MESSAGE
049400     END-IF.
049500 3100-EXIT.
049600     EXIT.
049700*---------------------------------------------------------------*
049800* 3200-OPEN-RUN-FILE - the first run of all finds the cluster   *
049900* never loaded (status 35); load it empty and open it again.    *
050000*---------------------------------------------------------------*
050100 3200-OPEN-RUN-FILE.
050200     OPEN I-O HCIPRUN
050300     IF WS-RUN-STATUS = '35'
050400         OPEN OUTPUT HCIPRUN
050500         CLOSE HCIPRUN
050600         OPEN I-O HCIPRUN
050700     END-IF
050800     IF WS-RUN-STATUS NOT = '00'
050900         MOVE 'E' TO RUNC-RESULT
051000         MOVE 'UNABLE TO OPEN HCIPRUN' TO RUNC-MESSAGE
051100     END-IF.
051200 3200-EXIT.
051300     EXIT.
051400*---------------------------------------------------------------*
051500* 4000-GET-NOW - current date YYYY-MM-DD and time HH:MM:SS.     *
051600*---------------------------------------------------------------*
051700 4000-GET-NOW.
051800     ACCEPT WS-NOW-DATE-RAW FROM DATE YYYYMMDD
051900     ACCEPT WS-NOW-TIME-RAW FROM TIME
052000     STRING WS-ND-YYYY '-' WS-ND-MM '-' WS-ND-DD
052100         DELIMITED BY SIZE INTO WS-NOW-DATE
052200     STRING WS-NT-HH ':' WS-NT-MM ':' WS-NT-SS
052300         DELIMITED BY SIZE INTO WS-NOW-TIME.
052400 4000-EXIT.
052500     EXIT.
052600*---------------------------------------------------------------*
052700* 5000-DEFAULT-BUSINESS-DATE - today, or yesterday before the   *
052800* cut-off hour.                                                 *
052900*---------------------------------------------------------------*
053000 5000-DEFAULT-BUSINESS-DATE.
053100     PERFORM 4000-GET-NOW THRU 4000-EXIT
053200     MOVE WS-ND-YYYY TO WS-BUS-YYYY
053300     MOVE WS-ND-MM   TO WS-BUS-MM
053400     MOVE WS-ND-DD   TO WS-BUS-DD
053500     IF WS-NT-HH < WS-CUTOFF-HOUR
053600         PERFORM 5100-BACK-ONE-DAY THRU 5100-EXIT
053700     END-IF
053800     MOVE SPACES TO RUNC-BUSINESS-DATE
053900     STRING WS-BUS-YYYY '-' WS-BUS-MM '-' WS-BUS-DD
054000         DELIMITED BY SIZE INTO RUNC-BUSINESS-DATE.
054100 5000-EXIT.
054200     EXIT.
054300 5100-BACK-ONE-DAY.
054400     IF WS-BUS-DD > 1
054500         SUBTRACT 1 FROM WS-BUS-DD
054600         GO TO 5100-EXIT
054700     END-IF
054800     IF WS-BUS-MM > 1
054900         SUBTRACT 1 FROM WS-BUS-MM
055000     ELSE
055100         MOVE 12 TO WS-BUS-MM
055200         SUBTRACT 1 FROM WS-BUS-YYYY
055300     END-IF
055400     MOVE WS-DIM-TAB(WS-BUS-MM) TO WS-BUS-DD
055500     IF WS-BUS-MM NOT = 2
055600         GO TO 5100-EXIT
055700     END-IF
055800     DIVIDE WS-BUS-YYYY BY 4 GIVING WS-DIV-QUOT
055900         REMAINDER WS-DIV-REM-4
056000     DIVIDE WS-BUS-YYYY BY 100 GIVING WS-DIV-QUOT
056100         REMAINDER WS-DIV-REM-100
056200     DIVIDE WS-BUS-YYYY BY 400 GIVING WS-DIV-QUOT
056300         REMAINDER WS-DIV-REM-400
056400     IF (WS-DIV-REM-4 = 0 AND WS-DIV-REM-100 NOT = 0)
056500             OR WS-DIV-REM-400 = 0
056600         MOVE 29 TO WS-BUS-DD
056700     END-IF.
056800 5100-EXIT.
056900     EXIT.
057000 END PROGRAM HCIPRUN0.
