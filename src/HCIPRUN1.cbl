000100*****************************************************************
000200* PROGRAM    : HCIPRUN1
000300* PURPOSE    : Morning nightly-batch status report.  Prints, for
000400*              one business date, a line per job in the HCIPRUNT
000500*              run-control job table from its HCIPRUN control
000600*              record (HCIPRUNR): COMPLETE, FAILED (return code
000700*              over 4), NO END POSTED (started and never reached
000800*              its end - still running or killed), REFUSED (a
000900*              predecessor was not complete), NOT RUN (a nightly
001000*              job with no record) or NOT SCHEDULED (a weekly,
001100*              monthly or on-demand job with no record), with
001200*              start and end times, record counts, return code,
001300*              attempts, refused starts and whether an override
001400*              card was used; the refusal or override reason is
001500*              printed under the line.  Every job needing
001600*              attention before the 7 AM review is marked with an
001700*              asterisk and the job ends with return code 4 when
001800*              there is at least one.
001900*
002000*              The business date defaults to the night just run
002100*              (the same date rule HCIPRUN0 applies); the optional
002200*              HCIPPRM card can name another in cols 1-10.  The
002300*              control file is only read.
002400*
002500* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
002600* INSTALLATION: DEMOHEALTH DATA CENTER
002700* DATE-WRITTEN: 10/15/2026
002800* DATE-COMPILED:
002900*
003000* Modification history
003100* ----   ----   -----------------------------------------------
003200* 101526 MRO    Original version.
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.   HCIPRUN1.
003600 AUTHOR.       M. OYELARAN.
003700 INSTALLATION. DEMOHEALTH DATA CENTER.
003800 DATE-WRITTEN. 10/15/2026.
003900 DATE-COMPILED.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT HCIPRUN ASSIGN TO HCIPRUN
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS RUN-KEY
004700         FILE STATUS IS WS-RUN-STATUS.
004800     SELECT HCIPPRM ASSIGN TO HCIPPRM
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-PRM-STATUS.
005100     SELECT HCIPRNL ASSIGN TO HCIPRNL
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RNL-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  HCIPRUN.
005700     COPY HCIPRUNR.
005800 FD  HCIPPRM
005900     RECORDING MODE IS F.
006000 01  PRM-RECORD.
006100     03  PRM-BUSINESS-DATE          PIC X(10).
006200     03  PRM-BUSINESS-DATE-R REDEFINES PRM-BUSINESS-DATE.
006300         05  PRM-BD-YYYY            PIC X(04).
006400         05  PRM-BD-DASH-1          PIC X(01).
006500         05  PRM-BD-MM              PIC X(02).
006600         05  PRM-BD-DASH-2          PIC X(01).
006700         05  PRM-BD-DD              PIC X(02).
006800     03  FILLER                     PIC X(70).
006900 FD  HCIPRNL
007000     RECORDING MODE IS F.
007100     COPY HCIPRUNL.
007200 WORKING-STORAGE SECTION.
007300 01  WS-FILE-STATUSES.
007400     03  WS-RUN-STATUS             PIC X(02) VALUE '00'.
007500     03  WS-PRM-STATUS             PIC X(02) VALUE '00'.
007600     03  WS-RNL-STATUS             PIC X(02) VALUE '00'.
007700 01  WS-SWITCHES.
007800     03  WS-RUN-FOUND-SW           PIC X(01) VALUE 'N'.
007900         88  WS-RUN-FOUND              VALUE 'Y'.
008000     03  WS-RUN-EMPTY-SW           PIC X(01) VALUE 'N'.
008100         88  WS-RUN-FILE-EMPTY         VALUE 'Y'.
008200     03  WS-ATTENTION-SW           PIC X(01) VALUE 'N'.
008300         88  WS-NEEDS-ATTENTION        VALUE 'Y'.
008400     COPY HCIPRUNT.
008500     COPY HCIPRUNA.
008600 01  WS-JOB-IX                     PIC 9(02) VALUE ZERO.
008700 01  WS-BUSINESS-DATE              PIC X(10) VALUE SPACES.
008800*---------------------------------------------------------------*
008900* Counters                                                      *
009000*---------------------------------------------------------------*
009100 01  WS-CNT-JOBS                   PIC 9(08) VALUE ZERO.
009200 01  WS-CNT-COMPLETE               PIC 9(08) VALUE ZERO.
009300 01  WS-CNT-FAILED                 PIC 9(08) VALUE ZERO.
009400 01  WS-CNT-NO-END                 PIC 9(08) VALUE ZERO.
009500 01  WS-CNT-REFUSED                PIC 9(08) VALUE ZERO.
009600 01  WS-CNT-NOT-RUN                PIC 9(08) VALUE ZERO.
009700 01  WS-CNT-NOT-SCHEDULED          PIC 9(08) VALUE ZERO.
009800 01  WS-CNT-ATTENTION              PIC 9(08) VALUE ZERO.
009900 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
010000 PROCEDURE DIVISION.
010100*---------------------------------------------------------------*
010200* 0000-MAINLINE                                                 *
010300*---------------------------------------------------------------*
010400 0000-MAINLINE.
010500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010600     MOVE 1 TO WS-JOB-IX
010700     PERFORM 2000-REPORT-JOB THRU 2000-EXIT
010800         UNTIL WS-JOB-IX > RJT-JOB-COUNT
010900     PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
011000     PERFORM 7000-TERMINATE THRU 7000-EXIT
011100     STOP RUN.
011200*---------------------------------------------------------------*
011300* 1000-INITIALIZE - business date, open files, report heading.  *
011400* A control file never yet loaded (status 35) simply means no   *
011500* job has run.                                                  *
011600*---------------------------------------------------------------*
011700 1000-INITIALIZE.
011800     MOVE 'DATE '    TO RUNC-FUNCTION
011900     MOVE 'HCIPRUN1' TO RUNC-JOB-NAME
012000     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
012100     MOVE RUNC-BUSINESS-DATE TO WS-BUSINESS-DATE
012200     OPEN INPUT HCIPPRM
012300     IF WS-PRM-STATUS NOT = '00'
012400         MOVE 'UNABLE TO OPEN HCIPPRM' TO WS-ABEND-MESSAGE
012500         PERFORM 9999-ABEND THRU 9999-EXIT
012600     END-IF
012700     READ HCIPPRM
012800         AT END
012900             MOVE SPACES TO PRM-RECORD
013000     END-READ
013100     IF PRM-BUSINESS-DATE NOT = SPACES
013200         IF PRM-BD-YYYY IS NOT NUMERIC
013300                 OR PRM-BD-MM IS NOT NUMERIC
013400                 OR PRM-BD-DD IS NOT NUMERIC
013500                 OR PRM-BD-DASH-1 NOT = '-'
013600                 OR PRM-BD-DASH-2 NOT = '-'
013700             MOVE 'HCIPPRM BUSINESS DATE NOT YYYY-MM-DD'
013800                 TO WS-ABEND-MESSAGE
013900             PERFORM 9999-ABEND THRU 9999-EXIT
014000         END-IF
014100         MOVE PRM-BUSINESS-DATE TO WS-BUSINESS-DATE
014200     END-IF
014300     OPEN INPUT HCIPRUN
014400     IF WS-RUN-STATUS = '35'
014500         MOVE 'Y' TO WS-RUN-EMPTY-SW
014600     ELSE
014700         IF WS-RUN-STATUS NOT = '00'
014800             MOVE 'UNABLE TO OPEN HCIPRUN' TO WS-ABEND-MESSAGE
014900             PERFORM 9999-ABEND THRU 9999-EXIT
015000         END-IF
015100     END-IF
015200     OPEN OUTPUT HCIPRNL
015300     IF WS-RNL-STATUS NOT = '00'
015400         MOVE 'UNABLE TO OPEN HCIPRNL' TO WS-ABEND-MESSAGE
015500         PERFORM 9999-ABEND THRU 9999-EXIT
015600     END-IF
015700     MOVE SPACES TO HCIP-RNL-LINE
015800     MOVE '1'    TO RNL-CC
015900     MOVE 'NIGHTLY BATCH RUN-CONTROL STATUS - BUSINESS DATE'
016000         TO RNL-SH-TITLE
016100     MOVE WS-BUSINESS-DATE TO RNL-SH-BUSINESS-DATE
016200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
016300     MOVE ' ' TO RNL-CC
016400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
016500     MOVE ' ' TO RNL-CC
016600     MOVE '  JOB       STATUS         STARTED              ENDED'
016700         TO RNL-BODY
016800     MOVE 'RECS IN   RECS OUT     RC  ATT  REF OVR'
016900         TO RNL-BODY(71:39)
017000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
017100 1000-EXIT.
017200     EXIT.
017300*---------------------------------------------------------------*
017400* 2000-REPORT-JOB - one HCIPRUNT job per pass.                  *
017500*---------------------------------------------------------------*
017600 2000-REPORT-JOB.
017700     PERFORM 2100-PRINT-JOB-LINE THRU 2100-EXIT
017800     ADD 1 TO WS-JOB-IX.
017900 2000-EXIT.
018000     EXIT.
018100 2100-PRINT-JOB-LINE.
018200     ADD 1 TO WS-CNT-JOBS
018300     MOVE 'N' TO WS-ATTENTION-SW
018400     MOVE ' ' TO RNL-CC
018500     MOVE RJT-JOB-NAME(WS-JOB-IX) TO RNL-JD-JOB-NAME
018600     PERFORM 2200-READ-RUN-RECORD THRU 2200-EXIT
018700     IF NOT WS-RUN-FOUND
018800         IF RJT-NIGHTLY(WS-JOB-IX)
018900             MOVE 'NOT RUN' TO RNL-JD-STATUS
019000             MOVE 'Y' TO WS-ATTENTION-SW
019100             ADD 1 TO WS-CNT-NOT-RUN
019200         ELSE
019300             MOVE 'NOT SCHEDULED' TO RNL-JD-STATUS
019400             ADD 1 TO WS-CNT-NOT-SCHEDULED
019500         END-IF
019600         GO TO 2100-WRITE
019700     END-IF
019800     EVALUATE TRUE
019900         WHEN RUN-COMPLETE
020000             MOVE 'COMPLETE' TO RNL-JD-STATUS
020100             ADD 1 TO WS-CNT-COMPLETE
020200         WHEN RUN-FAILED
020300             MOVE 'FAILED' TO RNL-JD-STATUS
020400             MOVE 'Y' TO WS-ATTENTION-SW
020500             ADD 1 TO WS-CNT-FAILED
020600         WHEN RUN-RUNNING
020700             MOVE 'NO END POSTED' TO RNL-JD-STATUS
020800             MOVE 'Y' TO WS-ATTENTION-SW
020900             ADD 1 TO WS-CNT-NO-END
021000         WHEN OTHER
021100             MOVE 'REFUSED' TO RNL-JD-STATUS
021200             MOVE 'Y' TO WS-ATTENTION-SW
021300             ADD 1 TO WS-CNT-REFUSED
021400     END-EVALUATE
021500     IF RUN-START-DATE NOT = SPACES
021600         STRING RUN-START-DATE ' ' RUN-START-TIME
021700             DELIMITED BY SIZE INTO RNL-JD-START
021800         END-STRING
021900     END-IF
022000     IF RUN-END-DATE NOT = SPACES
022100         STRING RUN-END-DATE ' ' RUN-END-TIME
022200             DELIMITED BY SIZE INTO RNL-JD-END
022300         END-STRING
022400         MOVE RUN-RECORDS-IN  TO RNL-JD-RECORDS-IN
022500         MOVE RUN-RECORDS-OUT TO RNL-JD-RECORDS-OUT
022600         MOVE RUN-JOB-RC      TO RNL-JD-RC
022700     END-IF
022800     MOVE RUN-ATTEMPT-COUNT TO RNL-JD-ATTEMPTS
022900     MOVE RUN-REFUSED-COUNT TO RNL-JD-REFUSALS
023000     IF RUN-OVERRIDDEN
023100         MOVE 'Y' TO RNL-JD-OVERRIDE
023200     END-IF.
023300 2100-WRITE.
023400     IF WS-NEEDS-ATTENTION
023500         MOVE '*' TO RNL-JD-FLAG
023600         ADD 1 TO WS-CNT-ATTENTION
023700     END-IF
023800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
023900     IF NOT WS-RUN-FOUND
024000         GO TO 2100-EXIT
024100     END-IF
024200     IF RUN-MESSAGE = SPACES
024300         GO TO 2100-EXIT
024400     END-IF
024500     MOVE ' ' TO RNL-CC
024600     IF RUN-REFUSED
024700         MOVE 'REASON:' TO RNL-NT-LABEL
024800     ELSE
024900         MOVE 'OVERRIDE' TO RNL-NT-LABEL
025000     END-IF
025100     MOVE RUN-MESSAGE TO RNL-NT-TEXT
025200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
025300 2100-EXIT.
025400     EXIT.
025500 2200-READ-RUN-RECORD.
025600     MOVE 'N' TO WS-RUN-FOUND-SW
025700     IF WS-RUN-FILE-EMPTY
025800         GO TO 2200-EXIT
025900     END-IF
026000     MOVE WS-BUSINESS-DATE        TO RUN-BUSINESS-DATE
026100     MOVE RJT-JOB-NAME(WS-JOB-IX) TO RUN-JOB-NAME
026200     READ HCIPRUN
026300         INVALID KEY
026400             CONTINUE
026500     END-READ
026600     EVALUATE WS-RUN-STATUS
026700         WHEN '00'
026800             MOVE 'Y' TO WS-RUN-FOUND-SW
026900         WHEN '23'
027000             CONTINUE
027100         WHEN OTHER
027200             MOVE 'UNABLE TO READ HCIPRUN' TO WS-ABEND-MESSAGE
027300             PERFORM 9999-ABEND THRU 9999-EXIT
027400     END-EVALUATE.
027500 2200-EXIT.
027600     EXIT.
027700*---------------------------------------------------------------*
027800* 3000-PRINT-TOTALS - the night at a glance; return code 4 when *
027900* any job needs attention.                                      *
028000*---------------------------------------------------------------*
028100 3000-PRINT-TOTALS.
028200     MOVE ' ' TO RNL-CC
028300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
028400     MOVE ' ' TO RNL-CC
028500     MOVE '  * = NEEDS ATTENTION BEFORE THE 7 AM REVIEW'
028600         TO RNL-BODY
028700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
028800     MOVE 'JOBS UNDER RUN CONTROL:           ' TO RNL-TOT-LABEL
028900     MOVE WS-CNT-JOBS TO RNL-TOT-COUNT
029000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
029100     MOVE 'COMPLETE:                         ' TO RNL-TOT-LABEL
029200     MOVE WS-CNT-COMPLETE TO RNL-TOT-COUNT
029300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
029400     MOVE 'FAILED:                           ' TO RNL-TOT-LABEL
029500     MOVE WS-CNT-FAILED TO RNL-TOT-COUNT
029600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
029700     MOVE 'NO END POSTED:                    ' TO RNL-TOT-LABEL
029800     MOVE WS-CNT-NO-END TO RNL-TOT-COUNT
029900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
030000     MOVE 'REFUSED:                          ' TO RNL-TOT-LABEL
030100     MOVE WS-CNT-REFUSED TO RNL-TOT-COUNT
030200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
030300     MOVE 'NIGHTLY JOBS NOT RUN:             ' TO RNL-TOT-LABEL
030400     MOVE WS-CNT-NOT-RUN TO RNL-TOT-COUNT
030500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
030600     MOVE 'OTHER JOBS NOT SCHEDULED:         ' TO RNL-TOT-LABEL
030700     MOVE WS-CNT-NOT-SCHEDULED TO RNL-TOT-COUNT
030800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
030900     MOVE 'JOBS NEEDING ATTENTION:           ' TO RNL-TOT-LABEL
031000     MOVE WS-CNT-ATTENTION TO RNL-TOT-COUNT
031100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
031200 3000-EXIT.
031300     EXIT.
031400*---------------------------------------------------------------*
031500* 7000-TERMINATE - close everything.                            *
031600*---------------------------------------------------------------*
031700 7000-TERMINATE.
031800     DISPLAY 'HCIPRUN1 BUSINESS DATE:       ' WS-BUSINESS-DATE
031900     DISPLAY 'HCIPRUN1 JOBS COMPLETE:       ' WS-CNT-COMPLETE
032000     DISPLAY 'HCIPRUN1 JOBS NEEDING ATTN:   ' WS-CNT-ATTENTION
032100     IF NOT WS-RUN-FILE-EMPTY
032200         CLOSE HCIPRUN
032300     END-IF
032400     CLOSE HCIPPRM HCIPRNL
032500     IF WS-CNT-ATTENTION > 0
032600         MOVE 4 TO RETURN-CODE
032700     END-IF.
032800 7000-EXIT.
032900     EXIT.
033000*---------------------------------------------------------------*
033100* 8000/8100 - report service paragraphs.                        *
033200*---------------------------------------------------------------*
033300 8000-WRITE-REPORT-LINE.
033400     WRITE HCIP-RNL-LINE
033500     IF WS-RNL-STATUS NOT = '00'
033600         MOVE 'UNABLE TO WRITE HCIPRNL' TO WS-ABEND-MESSAGE
033700         PERFORM 9999-ABEND THRU 9999-EXIT
033800     END-IF
033900     MOVE SPACES TO HCIP-RNL-LINE.
034000 8000-EXIT.
034100     EXIT.
034200 8100-WRITE-TOTAL-LINE.
034300     MOVE ' ' TO RNL-CC
034400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
034500 8100-EXIT.
034600     EXIT.
034700*---------------------------------------------------------------*
034800* 9999-ABEND - unrecoverable file or parameter error.           *
034900*---------------------------------------------------------------*
035000 9999-ABEND.
035100     DISPLAY 'HCIPRUN1 ABEND: ' WS-ABEND-MESSAGE
035200     CLOSE HCIPRUN HCIPPRM HCIPRNL
035300     MOVE 16 TO RETURN-CODE
035400     STOP RUN.
035500 9999-EXIT.
035600     EXIT.
035700 END PROGRAM HCIPRUN1.
