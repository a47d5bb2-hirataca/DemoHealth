000100*****************************************************************
000200* PROGRAM    : HCIPPHR1
000300* PURPOSE    : Nightly pharmacy acknowledgment reconciliation.
000400*              Reads the acknowledgment file the pharmacy system
000500*              returns (DD HCIPPHA, HCIPPHAR layout), matches each
000600*              acknowledgment to the order HCIPPHM1 recorded on
000700*              the HCIPPHT tracking file and to the prescription
000800*              on HCIPMED, and moves the order to dispensed,
000900*              cancel confirmed or rejected.  The HCIPPHP report
001000*              lists for the prescribing clinicians:
001100*
001200*                - orders the pharmacy rejected, with its reason;
001300*                - dispenses of a prescription we have since
001400*                  stopped (a cancel order was raised on or
001500*                  before the dispense date);
001600*                - acknowledgments for orders never sent, or for
001700*                  prescriptions no longer on HCIPMED;
001800*                - orders still unanswered more than the allowed
001900*                  number of days after they were sent.
002000*
002100*              The allowed number of days comes from the single-
002200*              record HCIPPRM control dataset, columns 1-3.
002300*              Prescriptions the HCIPMED1 sweep expired are not
002400*              "stopped"; only an explicit MEDSTP raises a cancel
002500*              order.
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
003425* 101526 MRO    Run date is the run-control business date rather
003450*               than the clock.
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.   HCIPPHR1.
003800 AUTHOR.       M. OYELARAN.
003900 INSTALLATION. DEMOHEALTH DATA CENTER.
004000 DATE-WRITTEN. 10/15/2026.
004100 DATE-COMPILED.
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT HCIPPHA ASSIGN TO HCIPPHA
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-PHA-STATUS.
004800     SELECT HCIPPHT ASSIGN TO HCIPPHT
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS PHT-KEY
005200         FILE STATUS IS WS-PHT-STATUS.
005300     SELECT HCIPMED ASSIGN TO HCIPMED
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS MED-KEY
005700         FILE STATUS IS WS-MED-STATUS.
005800     SELECT HCIPPRM ASSIGN TO HCIPPRM
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-PRM-STATUS.
006100     SELECT HCIPPHP ASSIGN TO HCIPPHP
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-PHP-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  HCIPPHA
006700     RECORDING MODE IS F.
006800     COPY HCIPPHAR.
006900 FD  HCIPPHT.
007000     COPY HCIPPHTR.
007100 FD  HCIPMED.
007200     COPY HCIPMEDR.
007300 FD  HCIPPRM
007400     RECORDING MODE IS F.
007500 01  PRM-RECORD.
007600     03  PRM-NO-ACK-DAYS          PIC X(03).
007700     03  FILLER                   PIC X(77).
007800 FD  HCIPPHP
007900     RECORDING MODE IS F.
008000     COPY HCIPPHRL.
008100 WORKING-STORAGE SECTION.
008200 01  WS-FILE-STATUSES.
008300     03  WS-PHA-STATUS             PIC X(02) VALUE '00'.
008400     03  WS-PHT-STATUS             PIC X(02) VALUE '00'.
008500     03  WS-MED-STATUS             PIC X(02) VALUE '00'.
008600     03  WS-PRM-STATUS             PIC X(02) VALUE '00'.
008700     03  WS-PHP-STATUS             PIC X(02) VALUE '00'.
008800 01  WS-SWITCHES.
008900     03  WS-PHA-EOF-SW             PIC X(01) VALUE 'N'.
009000         88  WS-PHA-EOF                VALUE 'Y'.
009100     03  WS-PHT-EOF-SW             PIC X(01) VALUE 'N'.
009200         88  WS-PHT-EOF                VALUE 'Y'.
009300     03  WS-ORDER-FOUND-SW         PIC X(01) VALUE 'N'.
009400         88  WS-ORDER-FOUND            VALUE 'Y'.
009500     03  WS-MED-FOUND-SW           PIC X(01) VALUE 'N'.
009600         88  WS-MED-FOUND              VALUE 'Y'.
009700     03  WS-SECTION-LINES-SW       PIC X(01) VALUE 'N'.
009800         88  WS-SECTION-HAS-LINES      VALUE 'Y'.
010400 01  WS-RUN-DATE                   PIC X(10) VALUE SPACES.
010500 01  WS-NO-ACK-DAYS                PIC 9(03) VALUE ZERO.
010600 01  WS-CUR-DAY-NUM                PIC 9(08) VALUE ZERO.
010700 01  WS-DAYS-WAITING               PIC S9(09) VALUE ZERO.
010800 01  WS-DAYS-WAITING-ED            PIC Z(04)9.
010900 01  WS-DETAIL-TEXT                PIC X(40) VALUE SPACES.
011000 01  WS-STOPPED-HOLD.
011100     03  WS-HOLD-ORDER-KEY         PIC X(21).
011200     03  WS-HOLD-DRUG-NAME         PIC X(50).
011300*---------------------------------------------------------------*
011400* Date-to-day-number work fields (days-waiting arithmetic)      *
011500*---------------------------------------------------------------*
011600 01  WS-DN-DATE                    PIC X(10).
011700 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
011800     03  WS-DN-YEAR-X              PIC X(04).
011900     03  FILLER                    PIC X(01).
012000     03  WS-DN-MONTH-X             PIC X(02).
012100     03  FILLER                    PIC X(01).
012200     03  WS-DN-DAY-X               PIC X(02).
012300 01  WS-DN-YEAR-N                  PIC 9(04) VALUE ZERO.
012400 01  WS-DN-MONTH-N                 PIC 9(02) VALUE ZERO.
012500 01  WS-DN-DAY-N                   PIC 9(02) VALUE ZERO.
012600 01  WS-DN-YR1                     PIC 9(04) VALUE ZERO.
012700 01  WS-DN-Q4                      PIC 9(09) VALUE ZERO.
012800 01  WS-DN-Q100                    PIC 9(09) VALUE ZERO.
012900 01  WS-DN-Q400                    PIC 9(09) VALUE ZERO.
013000 01  WS-DN-REM-4                   PIC 9(09) VALUE ZERO.
013100 01  WS-DN-REM-100                 PIC 9(09) VALUE ZERO.
013200 01  WS-DN-REM-400                 PIC 9(09) VALUE ZERO.
013300 01  WS-DN-DAY-NUM                 PIC 9(08) VALUE ZERO.
013400 01  WS-DN-CUM-TAB.
013500     03  FILLER                    PIC 9(03) VALUE 000.
013600     03  FILLER                    PIC 9(03) VALUE 031.
013700     03  FILLER                    PIC 9(03) VALUE 059.
013800     03  FILLER                    PIC 9(03) VALUE 090.
013900     03  FILLER                    PIC 9(03) VALUE 120.
014000     03  FILLER                    PIC 9(03) VALUE 151.
014100     03  FILLER                    PIC 9(03) VALUE 181.
014200     03  FILLER                    PIC 9(03) VALUE 212.
014300     03  FILLER                    PIC 9(03) VALUE 243.
014400     03  FILLER                    PIC 9(03) VALUE 273.
014500     03  FILLER                    PIC 9(03) VALUE 304.
014600     03  FILLER                    PIC 9(03) VALUE 334.
014700 01  WS-DN-CUM-R REDEFINES WS-DN-CUM-TAB.
014800     03  WS-DN-CUM                 PIC 9(03) OCCURS 12 TIMES.
014900*---------------------------------------------------------------*
015000* Counters                                                      *
015100*---------------------------------------------------------------*
015200 01  WS-ACKS-READ                  PIC 9(08) VALUE ZERO.
015300 01  WS-ACKS-DISPENSED             PIC 9(08) VALUE ZERO.
015400 01  WS-ACKS-CANCEL-CONFIRMED      PIC 9(08) VALUE ZERO.
015500 01  WS-ACKS-REJECTED              PIC 9(08) VALUE ZERO.
015600 01  WS-DISPENSED-AFTER-STOP       PIC 9(08) VALUE ZERO.
015700 01  WS-ACKS-UNMATCHED             PIC 9(08) VALUE ZERO.
015800 01  WS-ORDERS-OVERDUE             PIC 9(08) VALUE ZERO.
015900 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
015910     COPY HCIPRUNA.
016000 PROCEDURE DIVISION.
016100*---------------------------------------------------------------*
016200* 0000-MAINLINE                                                 *
016300*---------------------------------------------------------------*
016400 0000-MAINLINE.
016410     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016600     PERFORM 2000-MATCH-ACKNOWLEDGMENTS THRU 2000-EXIT
016700     PERFORM 3000-LIST-OVERDUE-ORDERS THRU 3000-EXIT
016800     PERFORM 4000-TERMINATE THRU 4000-EXIT
016810     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
016900     STOP RUN.
016902*---------------------------------------------------------------*
016904* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
016906* (rc 12) while a predecessor is incomplete or when this job    *
016908* already ran for the business date, unless an HCIPRCO override *
016910* card is supplied; the end posts the counts and return code,   *
016912* from 9999-ABEND as well.                                      *
016914*---------------------------------------------------------------*
016916 0100-START-RUN-CONTROL.
016918     MOVE 'START'    TO RUNC-FUNCTION
016920     MOVE 'HCIPPHR1' TO RUNC-JOB-NAME
016922     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
016924     IF RUNC-REFUSED
016926         MOVE 12 TO RETURN-CODE
016928         STOP RUN
016930     END-IF
016932     IF NOT RUNC-OK
016934         MOVE 16 TO RETURN-CODE
016936         STOP RUN
016938     END-IF.
016940 0100-EXIT.
016942     EXIT.
016944 0200-POST-RUN-CONTROL.
016946     MOVE 'END  '     TO RUNC-FUNCTION
016948     MOVE RETURN-CODE TO RUNC-JOB-RC
016950     MOVE WS-ACKS-READ TO RUNC-RECORDS-IN
016952     MOVE WS-ACKS-DISPENSED TO RUNC-RECORDS-OUT
016954     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
016956     MOVE RUNC-JOB-RC TO RETURN-CODE.
016958 0200-EXIT.
016960     EXIT.
017000*---------------------------------------------------------------*
017100* 1000-INITIALIZE - read the allowed-days parameter, take the   *
017200* run date from the run-control business date, open everything. *
017300*---------------------------------------------------------------*
017400 1000-INITIALIZE.
017500     OPEN INPUT HCIPPRM
017600     IF WS-PRM-STATUS NOT = '00'
017700         MOVE 'UNABLE TO OPEN HCIPPRM' TO WS-ABEND-MESSAGE
017800         PERFORM 9999-ABEND THRU 9999-EXIT
017900     END-IF
018000     READ HCIPPRM
018100         AT END
018200             MOVE 'HCIPPRM IS EMPTY' TO WS-ABEND-MESSAGE
018300             PERFORM 9999-ABEND THRU 9999-EXIT
018400     END-READ
018500     IF PRM-NO-ACK-DAYS IS NOT NUMERIC
018600         MOVE 'HCIPPRM NO-ACK DAYS NOT NUMERIC'
018700             TO WS-ABEND-MESSAGE
018800         PERFORM 9999-ABEND THRU 9999-EXIT
018900     END-IF
019000     MOVE PRM-NO-ACK-DAYS TO WS-NO-ACK-DAYS
019100     MOVE RUNC-BUSINESS-DATE TO WS-RUN-DATE
019900     MOVE WS-RUN-DATE TO WS-DN-DATE
020000     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
020100     MOVE WS-DN-DAY-NUM TO WS-CUR-DAY-NUM
020200     OPEN INPUT HCIPPHA
020300     IF WS-PHA-STATUS NOT = '00'
020400         MOVE 'UNABLE TO OPEN HCIPPHA' TO WS-ABEND-MESSAGE
020500         PERFORM 9999-ABEND THRU 9999-EXIT
020600     END-IF
020700     OPEN I-O HCIPPHT
020800     IF WS-PHT-STATUS NOT = '00'
020900         MOVE 'UNABLE TO OPEN HCIPPHT' TO WS-ABEND-MESSAGE
021000         PERFORM 9999-ABEND THRU 9999-EXIT
021100     END-IF
021200     OPEN INPUT HCIPMED
021300     IF WS-MED-STATUS NOT = '00'
021400         MOVE 'UNABLE TO OPEN HCIPMED' TO WS-ABEND-MESSAGE
021500         PERFORM 9999-ABEND THRU 9999-EXIT
021600     END-IF
021700     OPEN OUTPUT HCIPPHP
021800     IF WS-PHP-STATUS NOT = '00'
021900         MOVE 'UNABLE TO OPEN HCIPPHP' TO WS-ABEND-MESSAGE
022000         PERFORM 9999-ABEND THRU 9999-EXIT
022100     END-IF
022200     MOVE SPACES TO HCIP-PHR-LINE
022300     MOVE '1'    TO PHR-CC
022400     STRING 'PHARMACY ORDER RECONCILIATION FOR ' DELIMITED BY SIZE
022500            WS-RUN-DATE DELIMITED BY SIZE
022600         INTO PHR-SH-TITLE
022700     END-STRING
022800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100*---------------------------------------------------------------*
023200* 2000-MATCH-ACKNOWLEDGMENTS - every acknowledgment on the      *
023300* pharmacy's file, listing the ones that need a clinician.      *
023400*---------------------------------------------------------------*
023500 2000-MATCH-ACKNOWLEDGMENTS.
023600     MOVE 'ACKNOWLEDGMENTS NEEDING ATTENTION' TO WS-DETAIL-TEXT
023700     PERFORM 8100-PRINT-SECTION-HEADER THRU 8100-EXIT
023800     PERFORM 2100-MATCH-STEP THRU 2100-EXIT
023900         UNTIL WS-PHA-EOF
024000     PERFORM 8200-CLOSE-SECTION THRU 8200-EXIT.
024100 2000-EXIT.
024200     EXIT.
024300 2100-MATCH-STEP.
024400     READ HCIPPHA
024500         AT END
024600             MOVE 'Y' TO WS-PHA-EOF-SW
024700     END-READ
024800     IF WS-PHA-EOF
024900         GO TO 2100-EXIT
025000     END-IF
025100     ADD 1 TO WS-ACKS-READ
025200     MOVE PHA-ORDER-KEY TO PHT-ORDER-KEY
025300     MOVE 'Y' TO WS-ORDER-FOUND-SW
025400     READ HCIPPHT
025500         INVALID KEY
025600             MOVE 'N' TO WS-ORDER-FOUND-SW
025700     END-READ
025800     IF NOT WS-ORDER-FOUND
025900         MOVE SPACES TO HCIP-PHARMACY-TRACK-RECORD
026000         MOVE PHA-ORDER-KEY TO PHT-ORDER-KEY
026100         MOVE 'ACK FOR AN ORDER NEVER SENT' TO WS-DETAIL-TEXT
026200         PERFORM 8300-PRINT-ORDER-LINE THRU 8300-EXIT
026300         ADD 1 TO WS-ACKS-UNMATCHED
026400         GO TO 2100-EXIT
026500     END-IF
026600     MOVE PHA-PATIENT-ID      TO MED-PATIENT-ID
026700     MOVE PHA-PRESCRIPTION-ID TO MED-PRESCRIPTION-ID
026800     MOVE 'Y' TO WS-MED-FOUND-SW
026900     READ HCIPMED
027000         INVALID KEY
027100             MOVE 'N' TO WS-MED-FOUND-SW
027200     END-READ
027300     IF NOT WS-MED-FOUND
027400         MOVE 'PRESCRIPTION NO LONGER ON HCIPMED'
027500             TO WS-DETAIL-TEXT
027600         PERFORM 8300-PRINT-ORDER-LINE THRU 8300-EXIT
027700         ADD 1 TO WS-ACKS-UNMATCHED
027800     END-IF
027900     MOVE PHA-ACK-DATE TO PHT-ACK-DATE
028000     EVALUATE TRUE
028100         WHEN PHA-REJECTED
028200             MOVE 'R' TO PHT-STATUS-SW
028300             MOVE PHA-REASON TO PHT-REJECT-REASON
028400             ADD 1 TO WS-ACKS-REJECTED
028500             MOVE SPACES TO WS-DETAIL-TEXT
028600             STRING 'REJECTED: ' DELIMITED BY SIZE
028700                    PHA-REASON DELIMITED BY SIZE
028800                 INTO WS-DETAIL-TEXT
028900             END-STRING
029000             PERFORM 8300-PRINT-ORDER-LINE THRU 8300-EXIT
029100         WHEN PHA-CANCEL-CONFIRMED
029200             MOVE 'C' TO PHT-STATUS-SW
029300             ADD 1 TO WS-ACKS-CANCEL-CONFIRMED
029400         WHEN PHA-DISPENSED
029500             MOVE 'D' TO PHT-STATUS-SW
029600             ADD 1 TO WS-ACKS-DISPENSED
029700         WHEN OTHER
029800             MOVE 'UNRECOGNISED ACKNOWLEDGMENT TYPE'
029900                 TO WS-DETAIL-TEXT
030000             PERFORM 8300-PRINT-ORDER-LINE THRU 8300-EXIT
030100             ADD 1 TO WS-ACKS-UNMATCHED
030200             GO TO 2100-EXIT
030300     END-EVALUATE
030400     REWRITE HCIP-PHARMACY-TRACK-RECORD
030500     IF WS-PHT-STATUS NOT = '00'
030600         MOVE 'UNABLE TO REWRITE HCIPPHT' TO WS-ABEND-MESSAGE
030700         PERFORM 9999-ABEND THRU 9999-EXIT
030800     END-IF
030900     IF PHA-DISPENSED AND PHT-NEW-ORDER
031000         PERFORM 2200-CHECK-STOPPED THRU 2200-EXIT
031100     END-IF.
031200 2100-EXIT.
031300     EXIT.
031400*---------------------------------------------------------------*
031500* 2200-CHECK-STOPPED - a dispense against a new order whose     *
031600* prescription has a cancel order raised on or before the       *
031700* dispense date reached the patient after we stopped it.        *
031800*---------------------------------------------------------------*
031900 2200-CHECK-STOPPED.
032000     MOVE PHT-ORDER-KEY TO WS-HOLD-ORDER-KEY
032100     MOVE PHT-DRUG-NAME TO WS-HOLD-DRUG-NAME
032200     MOVE 'C' TO PHT-ORDER-TYPE
032300     READ HCIPPHT
032400         INVALID KEY
032500             GO TO 2200-EXIT
032600     END-READ
032700     IF PHT-ORDER-DATE > PHA-ACK-DATE
032800         GO TO 2200-EXIT
032900     END-IF
033000     MOVE SPACES TO WS-DETAIL-TEXT
033100     STRING 'DISPENSED AFTER STOP OF ' DELIMITED BY SIZE
033200            PHT-ORDER-DATE DELIMITED BY SIZE
033300         INTO WS-DETAIL-TEXT
033400     END-STRING
033500     MOVE WS-HOLD-ORDER-KEY TO PHT-ORDER-KEY
033600     MOVE WS-HOLD-DRUG-NAME TO PHT-DRUG-NAME
033700     PERFORM 8300-PRINT-ORDER-LINE THRU 8300-EXIT
033800     ADD 1 TO WS-DISPENSED-AFTER-STOP.
033900 2200-EXIT.
034000     EXIT.
034100*---------------------------------------------------------------*
034200* 3000-LIST-OVERDUE-ORDERS - browse the whole tracking file for *
034300* orders still only sent after the allowed number of days.      *
034400*---------------------------------------------------------------*
034500 3000-LIST-OVERDUE-ORDERS.
034600     MOVE SPACES TO WS-DETAIL-TEXT
034700     STRING 'ORDERS UNACKNOWLEDGED AFTER ' DELIMITED BY SIZE
034800            WS-NO-ACK-DAYS DELIMITED BY SIZE
034900            ' DAYS' DELIMITED BY SIZE
035000         INTO WS-DETAIL-TEXT
035100     END-STRING
035200     PERFORM 8100-PRINT-SECTION-HEADER THRU 8100-EXIT
035300     MOVE 'N' TO WS-PHT-EOF-SW
035400     MOVE LOW-VALUES TO PHT-KEY
035500     START HCIPPHT KEY IS NOT LESS THAN PHT-KEY
035600         INVALID KEY
035700             MOVE 'Y' TO WS-PHT-EOF-SW
035800     END-START
035900     PERFORM 3100-OVERDUE-STEP THRU 3100-EXIT
036000         UNTIL WS-PHT-EOF
036100     PERFORM 8200-CLOSE-SECTION THRU 8200-EXIT.
036200 3000-EXIT.
036300     EXIT.
036400 3100-OVERDUE-STEP.
036500     READ HCIPPHT NEXT RECORD
036600         AT END
036700             MOVE 'Y' TO WS-PHT-EOF-SW
036800             GO TO 3100-EXIT
036900     END-READ
037000     IF NOT PHT-SENT
037100         GO TO 3100-EXIT
037200     END-IF
037300     MOVE PHT-SENT-DATE TO WS-DN-DATE
037400     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
037500     IF WS-DN-DAY-NUM = 0
037600         GO TO 3100-EXIT
037700     END-IF
037800     COMPUTE WS-DAYS-WAITING = WS-CUR-DAY-NUM - WS-DN-DAY-NUM
037900     IF WS-DAYS-WAITING NOT > WS-NO-ACK-DAYS
038000         GO TO 3100-EXIT
038100     END-IF
038200     MOVE WS-DAYS-WAITING TO WS-DAYS-WAITING-ED
038300     MOVE SPACES TO WS-DETAIL-TEXT
038400     STRING 'NO ACK, SENT ' DELIMITED BY SIZE
038500            PHT-SENT-DATE DELIMITED BY SIZE
038600            ', DAYS' DELIMITED BY SIZE
038700            WS-DAYS-WAITING-ED DELIMITED BY SIZE
038800         INTO WS-DETAIL-TEXT
038900     END-STRING
039000     PERFORM 8300-PRINT-ORDER-LINE THRU 8300-EXIT
039100     ADD 1 TO WS-ORDERS-OVERDUE.
039200 3100-EXIT.
039300     EXIT.
039400*---------------------------------------------------------------*
039500* 4000-TERMINATE - totals, close files.                         *
039600*---------------------------------------------------------------*
039700 4000-TERMINATE.
039800     MOVE SPACES TO HCIP-PHR-LINE
039900     MOVE '0'    TO PHR-CC
040000     MOVE 'ACKNOWLEDGMENTS READ:             ' TO PHR-TOT-LABEL
040100     MOVE WS-ACKS-READ TO PHR-TOT-COUNT
040200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
040300     MOVE SPACES TO HCIP-PHR-LINE
040400     MOVE ' '    TO PHR-CC
040500     MOVE 'DISPENSED:                        ' TO PHR-TOT-LABEL
040600     MOVE WS-ACKS-DISPENSED TO PHR-TOT-COUNT
040700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
040800     MOVE SPACES TO HCIP-PHR-LINE
040900     MOVE ' '    TO PHR-CC
041000     MOVE 'CANCELS CONFIRMED:                ' TO PHR-TOT-LABEL
041100     MOVE WS-ACKS-CANCEL-CONFIRMED TO PHR-TOT-COUNT
041200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
041300     MOVE SPACES TO HCIP-PHR-LINE
041400     MOVE ' '    TO PHR-CC
041500     MOVE 'REJECTED:                         ' TO PHR-TOT-LABEL
041600     MOVE WS-ACKS-REJECTED TO PHR-TOT-COUNT
041700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
041800     MOVE SPACES TO HCIP-PHR-LINE
041900     MOVE ' '    TO PHR-CC
042000     MOVE 'DISPENSED AFTER STOP:             ' TO PHR-TOT-LABEL
042100     MOVE WS-DISPENSED-AFTER-STOP TO PHR-TOT-COUNT
042200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
042300     MOVE SPACES TO HCIP-PHR-LINE
042400     MOVE ' '    TO PHR-CC
042500     MOVE 'UNMATCHED ACKNOWLEDGMENTS:        ' TO PHR-TOT-LABEL
042600     MOVE WS-ACKS-UNMATCHED TO PHR-TOT-COUNT
042700     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
042800     MOVE SPACES TO HCIP-PHR-LINE
042900     MOVE ' '    TO PHR-CC
043000     MOVE 'ORDERS OVERDUE FOR ACKNOWLEDGMENT:' TO PHR-TOT-LABEL
043100     MOVE WS-ORDERS-OVERDUE TO PHR-TOT-COUNT
043200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
043300     DISPLAY 'HCIPPHR1 ACKNOWLEDGMENTS READ: ' WS-ACKS-READ
043400     DISPLAY 'HCIPPHR1 DISPENSED:            ' WS-ACKS-DISPENSED
043500     DISPLAY 'HCIPPHR1 CANCELS CONFIRMED:    '
043600         WS-ACKS-CANCEL-CONFIRMED
043700     DISPLAY 'HCIPPHR1 REJECTED:             ' WS-ACKS-REJECTED
043800     DISPLAY 'HCIPPHR1 DISPENSED AFTER STOP: '
043900         WS-DISPENSED-AFTER-STOP
044000     DISPLAY 'HCIPPHR1 UNMATCHED ACKS:       ' WS-ACKS-UNMATCHED
044100     DISPLAY 'HCIPPHR1 ORDERS OVERDUE:       ' WS-ORDERS-OVERDUE
044200     CLOSE HCIPPHA HCIPPHT HCIPMED HCIPPRM HCIPPHP.
044300 4000-EXIT.
044400     EXIT.
044500*---------------------------------------------------------------*
044600* 6100-DATE-TO-DAY-NUMBER - YYYY-MM-DD in WS-DN-DATE to a       *
044700* serial day count in WS-DN-DAY-NUM (zero if the date will not  *
044800* parse), so two dates subtract to elapsed days.                *
044900*---------------------------------------------------------------*
045000 6100-DATE-TO-DAY-NUMBER.
045100     MOVE 0 TO WS-DN-DAY-NUM
045200     IF WS-DN-YEAR-X IS NOT NUMERIC
045300             OR WS-DN-MONTH-X IS NOT NUMERIC
045400             OR WS-DN-DAY-X IS NOT NUMERIC
045500         GO TO 6100-EXIT
045600     END-IF
045700     MOVE WS-DN-YEAR-X  TO WS-DN-YEAR-N
045800     MOVE WS-DN-MONTH-X TO WS-DN-MONTH-N
045900     MOVE WS-DN-DAY-X   TO WS-DN-DAY-N
046000     IF WS-DN-MONTH-N < 1 OR WS-DN-MONTH-N > 12
046100         GO TO 6100-EXIT
046200     END-IF
046300     COMPUTE WS-DN-YR1 = WS-DN-YEAR-N - 1
046400     DIVIDE WS-DN-YR1 BY 4 GIVING WS-DN-Q4
046500     DIVIDE WS-DN-YR1 BY 100 GIVING WS-DN-Q100
046600     DIVIDE WS-DN-YR1 BY 400 GIVING WS-DN-Q400
046700     COMPUTE WS-DN-DAY-NUM = (WS-DN-YR1 * 365)
046800         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
046900         + WS-DN-CUM(WS-DN-MONTH-N) + WS-DN-DAY-N
047000     IF WS-DN-MONTH-N > 2
047100         DIVIDE WS-DN-YEAR-N BY 4 GIVING WS-DN-Q4
047200             REMAINDER WS-DN-REM-4
047300         DIVIDE WS-DN-YEAR-N BY 100 GIVING WS-DN-Q100
047400             REMAINDER WS-DN-REM-100
047500         DIVIDE WS-DN-YEAR-N BY 400 GIVING WS-DN-Q400
047600             REMAINDER WS-DN-REM-400
047700         IF (WS-DN-REM-4 = 0 AND WS-DN-REM-100 NOT = 0)
047800                 OR WS-DN-REM-400 = 0
047900             ADD 1 TO WS-DN-DAY-NUM
048000         END-IF
048100     END-IF.
048200 6100-EXIT.
048300     EXIT.
048400*---------------------------------------------------------------*
048500* 8000-WRITE-REPORT-LINE                                        *
048600*---------------------------------------------------------------*
048700 8000-WRITE-REPORT-LINE.
048800     WRITE HCIP-PHR-LINE
048900     IF WS-PHP-STATUS NOT = '00'
049000         MOVE 'UNABLE TO WRITE HCIPPHP' TO WS-ABEND-MESSAGE
049100         PERFORM 9999-ABEND THRU 9999-EXIT
049200     END-IF.
049300 8000-EXIT.
049400     EXIT.
049500*---------------------------------------------------------------*
049600* 8100-PRINT-SECTION-HEADER - title from WS-DETAIL-TEXT, then   *
049700* the column heads.                                             *
049800*---------------------------------------------------------------*
049900 8100-PRINT-SECTION-HEADER.
050000     MOVE 'N' TO WS-SECTION-LINES-SW
050100     MOVE SPACES TO HCIP-PHR-LINE
050200     MOVE '0'    TO PHR-CC
050300     MOVE WS-DETAIL-TEXT TO PHR-SH-TITLE
050400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
050500     MOVE SPACES TO HCIP-PHR-LINE
050600     MOVE ' '    TO PHR-CC
050700     MOVE 'PATIENT'      TO PHR-OD-PATIENT-ID
050800     MOVE 'RX ID'        TO PHR-OD-PRESCRIPTION-ID
050900     MOVE 'ORDER'        TO PHR-OD-ORDER-TYPE
051000     MOVE 'DRUG'         TO PHR-OD-DRUG-NAME
051100     MOVE 'DATE'         TO PHR-OD-DATE
051200     MOVE 'DETAIL'       TO PHR-OD-DETAIL
051300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
051400 8100-EXIT.
051500     EXIT.
051600 8200-CLOSE-SECTION.
051700     IF NOT WS-SECTION-HAS-LINES
051800         MOVE SPACES TO HCIP-PHR-LINE
051900         MOVE ' '    TO PHR-CC
052000         MOVE '  (NONE)' TO PHR-BODY
052100         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
052200     END-IF.
052300 8200-EXIT.
052400     EXIT.
052500*---------------------------------------------------------------*
052600* 8300-PRINT-ORDER-LINE - the order in PHT-ORDER-KEY with the   *
052700* text in WS-DETAIL-TEXT.  The date column is the ack date in   *
052800* the acknowledgment pass and the order date in the overdue     *
052900* pass.                                                         *
053000*---------------------------------------------------------------*
053100 8300-PRINT-ORDER-LINE.
053200     MOVE 'Y' TO WS-SECTION-LINES-SW
053300     MOVE SPACES TO HCIP-PHR-LINE
053400     MOVE ' '    TO PHR-CC
053500     MOVE PHT-PATIENT-ID      TO PHR-OD-PATIENT-ID
053600     MOVE PHT-PRESCRIPTION-ID TO PHR-OD-PRESCRIPTION-ID
053700     IF PHT-CANCEL-ORDER
053800         MOVE 'CANCEL' TO PHR-OD-ORDER-TYPE
053900     ELSE
054000         MOVE 'NEW'    TO PHR-OD-ORDER-TYPE
054100     END-IF
054200     MOVE PHT-DRUG-NAME TO PHR-OD-DRUG-NAME
054300     IF WS-PHA-EOF
054400         MOVE PHT-ORDER-DATE TO PHR-OD-DATE
054500     ELSE
054600         MOVE PHA-ACK-DATE   TO PHR-OD-DATE
054700     END-IF
054800     MOVE WS-DETAIL-TEXT TO PHR-OD-DETAIL
054900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
055000 8300-EXIT.
055100     EXIT.
055200*---------------------------------------------------------------*
055300* 9999-ABEND - unrecoverable file error.  Acknowledgments       *
055400* already applied are applied again harmlessly by the rerun.    *
055500*---------------------------------------------------------------*
055600 9999-ABEND.
055700     DISPLAY 'HCIPPHR1 ABEND: ' WS-ABEND-MESSAGE
055800     CLOSE HCIPPHA HCIPPHT HCIPMED HCIPPRM HCIPPHP
055900     MOVE 16 TO RETURN-CODE
055910     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
056000     STOP RUN.
056100 9999-EXIT.
056200     EXIT.
056300 END PROGRAM HCIPPHR1.
