000100*****************************************************************
000200* PROGRAM    : HCIPVIO1
000300* PURPOSE    : Daily authorisation-violations report from the
000400*              AUDT audit trail.  Reads the day's extrapartition
000500*              audit dataset (the same one HCIPAUD1 archives and
000600*              HCIPRPT2 summarises) and prints, for the security
000700*              officer's morning review, every request HCIPDB01
000800*              refused with rc 97 because the signed-on operator
000900*              was not on the HCIPOPR profile, or its role did not
001000*              permit the request id:
001100*
001200*                1. Refused attempts by operator and request id,
001300*                   with the count and the first and last time
001400*                   each pair was refused.
001500*                2. Every refused attempt in time order with its
001600*                   patient id and correlation id, so it can be
001700*                   chased in the HCIPAUA archive.
001800*
001900*              The dataset is read twice, the same way HCIPRPT2
002000*              reads it: once for the tallies, then again to list
002100*              the individual refusals.
002200*
002300* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
002400* INSTALLATION: DEMOHEALTH DATA CENTER
002500* DATE-WRITTEN: 10/15/2026
002600* DATE-COMPILED:
002700*
002800* Modification history
002900* ----   ----   -----------------------------------------------
003000* 101526 MRO    Original version.
003010* 101526 MRO    Nightly run control: start checked and end
003020*               posted through HCIPRUN0 (0100/0200).
003025* 101526 MRO    Report date is the run-control business date
003050*               rather than the clock.
003060* 101526 MRO    EXTRPT/PKTREQ disclosure entries are counted on
003080*               a line of their own, not as calls.
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.   HCIPVIO1.
003400 AUTHOR.       M. OYELARAN.
003500 INSTALLATION. DEMOHEALTH DATA CENTER.
003600 DATE-WRITTEN. 10/15/2026.
003700 DATE-COMPILED.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT HCIPAUD ASSIGN TO HCIPAUD
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-AUD-STATUS.
004400     SELECT HCIPVIO ASSIGN TO HCIPVIO
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-VIO-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  HCIPAUD
005000     RECORDING MODE IS F.
005100     COPY HCIPAUDR.
005200 FD  HCIPVIO
005300     RECORDING MODE IS F.
005400     COPY HCIPVIOL.
005500 WORKING-STORAGE SECTION.
005600 01  WS-FILE-STATUSES.
005700     03  WS-AUD-STATUS             PIC X(02) VALUE '00'.
005800     03  WS-VIO-STATUS             PIC X(02) VALUE '00'.
005900 01  WS-SWITCHES.
006000     03  WS-AUD-EOF-SW             PIC X(01) VALUE 'N'.
006100         88  WS-AUD-EOF                VALUE 'Y'.
006200     03  WS-TALLY-FOUND-SW         PIC X(01) VALUE 'N'.
006300         88  WS-TALLY-FOUND            VALUE 'Y'.
006400*---------------------------------------------------------------*
006500* Tally table - one row per operator/request-id pair refused.   *
006600* Overflow refusals are counted but not broken out; section 2   *
006700* still lists every one of them.                                *
006800*---------------------------------------------------------------*
006900 01  WS-TALLY-MAX                  PIC 9(03) VALUE 200.
007000 01  WS-TALLY-COUNT                PIC 9(03) VALUE ZERO.
007100 01  WS-TALLY-IX                   PIC 9(03) VALUE ZERO.
007200 01  WS-TALLY-TAB.
007300     03  WS-TALLY-ENTRY OCCURS 200 TIMES.
007400         05  WS-TLY-OPERATOR-ID    PIC X(10).
007500         05  WS-TLY-REQUEST-ID     PIC X(06).
007600         05  WS-TLY-COUNT          PIC 9(08).
007700         05  WS-TLY-FIRST-TS       PIC X(26).
007800         05  WS-TLY-LAST-TS        PIC X(26).
007900 01  WS-TALLY-OVERFLOW             PIC 9(08) VALUE ZERO.
008000 01  WS-TOTAL-CALLS                PIC 9(08) VALUE ZERO.
008100 01  WS-CNT-REFUSED                PIC 9(08) VALUE ZERO.
008200 01  WS-CNT-DISCLOSURE             PIC 9(08) VALUE ZERO.
008700 01  WS-RUN-DATE                   PIC X(10) VALUE SPACES.
008800 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
008810     COPY HCIPRUNA.
008900 PROCEDURE DIVISION.
009000*---------------------------------------------------------------*
009100* 0000-MAINLINE                                                 *
009200*---------------------------------------------------------------*
009300 0000-MAINLINE.
009310     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009500     PERFORM 2000-TALLY-REFUSALS THRU 2000-EXIT
009600         UNTIL WS-AUD-EOF
009700     PERFORM 3000-PRINT-TALLIES THRU 3000-EXIT
009800     PERFORM 4000-LIST-REFUSALS THRU 4000-EXIT
009900     PERFORM 7000-TERMINATE THRU 7000-EXIT
009910     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
010000     STOP RUN.
010002*---------------------------------------------------------------*
010004* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
010006* (rc 12) while a predecessor is incomplete or when this job    *
010008* already ran for the business date, unless an HCIPRCO override *
010010* card is supplied; the end posts the counts and return code,   *
010012* from 9999-ABEND as well.                                      *
010014*---------------------------------------------------------------*
010016 0100-START-RUN-CONTROL.
010018     MOVE 'START'    TO RUNC-FUNCTION
010020     MOVE 'HCIPVIO1' TO RUNC-JOB-NAME
010022     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
010024     IF RUNC-REFUSED
010026         MOVE 12 TO RETURN-CODE
010028         STOP RUN
010030     END-IF
010032     IF NOT RUNC-OK
010034         MOVE 16 TO RETURN-CODE
010036         STOP RUN
010038     END-IF.
010040 0100-EXIT.
010042     EXIT.
010044 0200-POST-RUN-CONTROL.
010046     MOVE 'END  '     TO RUNC-FUNCTION
010048     MOVE RETURN-CODE TO RUNC-JOB-RC
010050     ADD WS-TOTAL-CALLS WS-CNT-DISCLOSURE GIVING RUNC-RECORDS-IN
010052     MOVE WS-CNT-REFUSED TO RUNC-RECORDS-OUT
010054     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
010056     MOVE RUNC-JOB-RC TO RETURN-CODE.
010058 0200-EXIT.
010060     EXIT.
010100*---------------------------------------------------------------*
010150* 1000-INITIALIZE - the report date is the run-control business *
010200* date; open files.                                             *
010300*---------------------------------------------------------------*
010400 1000-INITIALIZE.
010500     MOVE RUNC-BUSINESS-DATE TO WS-RUN-DATE
010800     OPEN INPUT HCIPAUD
010900     IF WS-AUD-STATUS NOT = '00'
011000         MOVE 'UNABLE TO OPEN HCIPAUD' TO WS-ABEND-MESSAGE
011100         PERFORM 9999-ABEND THRU 9999-EXIT
011200     END-IF
011300     OPEN OUTPUT HCIPVIO
011400     IF WS-VIO-STATUS NOT = '00'
011500         MOVE 'UNABLE TO OPEN HCIPVIO' TO WS-ABEND-MESSAGE
011600         PERFORM 9999-ABEND THRU 9999-EXIT
011700     END-IF.
011800 1000-EXIT.
011900     EXIT.
012000*---------------------------------------------------------------*
012100* 2000-TALLY-REFUSALS - pass 1: one audit entry per pass; rc 97 *
012200* entries are counted into the tally table.  EXTRPT and PKTREQ  *
012250* disclosure entries are counted apart, not as calls.           *
012300*---------------------------------------------------------------*
012400 2000-TALLY-REFUSALS.
012500     READ HCIPAUD
012600         AT END
012700             MOVE 'Y' TO WS-AUD-EOF-SW
012800     END-READ
012900     IF WS-AUD-EOF
013000         GO TO 2000-EXIT
013100     END-IF
013220     IF AUD-REQUEST-ID = 'EXTRPT' OR 'PKTREQ'
013240         ADD 1 TO WS-CNT-DISCLOSURE
013260         GO TO 2000-EXIT
013280     END-IF
013290     ADD 1 TO WS-TOTAL-CALLS
013300     IF AUD-RETURN-CODE NOT = 97
013400         GO TO 2000-EXIT
013500     END-IF
013600     ADD 1 TO WS-CNT-REFUSED
013700     PERFORM 2100-BUMP-TALLY THRU 2100-EXIT.
013800 2000-EXIT.
013900     EXIT.
014000 2100-BUMP-TALLY.
014100     MOVE 'N' TO WS-TALLY-FOUND-SW
014200     MOVE 1 TO WS-TALLY-IX
014300     PERFORM 2150-FIND-TALLY-STEP
014400         UNTIL WS-TALLY-FOUND
014500             OR WS-TALLY-IX > WS-TALLY-COUNT
014600     IF WS-TALLY-FOUND
014700         GO TO 2100-EXIT
014800     END-IF
014900     IF WS-TALLY-COUNT >= WS-TALLY-MAX
015000         ADD 1 TO WS-TALLY-OVERFLOW
015100         GO TO 2100-EXIT
015200     END-IF
015300     ADD 1 TO WS-TALLY-COUNT
015400     MOVE AUD-OPERATOR-ID TO WS-TLY-OPERATOR-ID(WS-TALLY-COUNT)
015500     MOVE AUD-REQUEST-ID  TO WS-TLY-REQUEST-ID(WS-TALLY-COUNT)
015600     MOVE 1               TO WS-TLY-COUNT(WS-TALLY-COUNT)
015700     MOVE AUD-TIMESTAMP   TO WS-TLY-FIRST-TS(WS-TALLY-COUNT)
015800     MOVE AUD-TIMESTAMP   TO WS-TLY-LAST-TS(WS-TALLY-COUNT).
015900 2100-EXIT.
016000     EXIT.
016100 2150-FIND-TALLY-STEP.
016200     IF WS-TLY-OPERATOR-ID(WS-TALLY-IX) = AUD-OPERATOR-ID
016300             AND WS-TLY-REQUEST-ID(WS-TALLY-IX) = AUD-REQUEST-ID
016400         ADD 1 TO WS-TLY-COUNT(WS-TALLY-IX)
016500         IF AUD-TIMESTAMP < WS-TLY-FIRST-TS(WS-TALLY-IX)
016600             MOVE AUD-TIMESTAMP TO WS-TLY-FIRST-TS(WS-TALLY-IX)
016700         END-IF
016800         IF AUD-TIMESTAMP > WS-TLY-LAST-TS(WS-TALLY-IX)
016900             MOVE AUD-TIMESTAMP TO WS-TLY-LAST-TS(WS-TALLY-IX)
017000         END-IF
017100         MOVE 'Y' TO WS-TALLY-FOUND-SW
017200     ELSE
017300         ADD 1 TO WS-TALLY-IX
017400     END-IF.
017500*---------------------------------------------------------------*
017600* 3000-PRINT-TALLIES - section 1 and the day's totals.          *
017700*---------------------------------------------------------------*
017800 3000-PRINT-TALLIES.
017900     MOVE SPACES TO HCIP-VIO-LINE
018000     MOVE '1'    TO VIO-CC
018100     MOVE 'SECTION 1 - REFUSED REQUESTS BY OPERATOR/REQUEST ID'
018200         TO VIO-SH-TITLE
018300     MOVE WS-RUN-DATE TO VIO-SH-RUN-DATE
018400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
018500     MOVE ' ' TO VIO-CC
018600     MOVE '  OPERATOR    REQUEST    COUNT  FIRST REFUSED'
018700         TO VIO-BODY
018800     MOVE 'LAST REFUSED' TO VIO-BODY(61:12)
018900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
019000     IF WS-TALLY-COUNT = 0
019100         MOVE ' ' TO VIO-CC
019200         MOVE '  (NO REFUSED REQUESTS TODAY)' TO VIO-BODY
019300         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
019400     END-IF
019500     MOVE 1 TO WS-TALLY-IX
019600     PERFORM 3100-PRINT-TALLY-LINE THRU 3100-EXIT
019700         UNTIL WS-TALLY-IX > WS-TALLY-COUNT
019800     IF WS-TALLY-OVERFLOW > 0
019900         MOVE 'REFUSALS PAST THE TALLY TABLE:    '
020000             TO VIO-TOT-LABEL
020100         MOVE WS-TALLY-OVERFLOW TO VIO-TOT-COUNT
020200         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
020300     END-IF
020400     MOVE 'TOTAL CALLS:                      ' TO VIO-TOT-LABEL
020500     MOVE WS-TOTAL-CALLS TO VIO-TOT-COUNT
020600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
020625     MOVE 'DISCLOSURE ENTRIES (NOT CALLS):   ' TO VIO-TOT-LABEL
020650     MOVE WS-CNT-DISCLOSURE TO VIO-TOT-COUNT
020675     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
020700     MOVE 'REFUSED, NOT AUTHORISED (RC 97):  ' TO VIO-TOT-LABEL
020800     MOVE WS-CNT-REFUSED TO VIO-TOT-COUNT
020900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
021000 3000-EXIT.
021100     EXIT.
021200 3100-PRINT-TALLY-LINE.
021300     MOVE ' ' TO VIO-CC
021400     MOVE WS-TLY-OPERATOR-ID(WS-TALLY-IX) TO VIO-TD-OPERATOR-ID
021500     MOVE WS-TLY-REQUEST-ID(WS-TALLY-IX)  TO VIO-TD-REQUEST-ID
021600     MOVE WS-TLY-COUNT(WS-TALLY-IX)       TO VIO-TD-COUNT
021700     MOVE WS-TLY-FIRST-TS(WS-TALLY-IX)    TO VIO-TD-FIRST-TS
021800     MOVE WS-TLY-LAST-TS(WS-TALLY-IX)     TO VIO-TD-LAST-TS
021900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
022000     ADD 1 TO WS-TALLY-IX.
022100 3100-EXIT.
022200     EXIT.
022300*---------------------------------------------------------------*
022400* 4000-LIST-REFUSALS - section 2: pass 2 over the dataset       *
022500* listing every rc 97 entry with its correlation id.            *
022600*---------------------------------------------------------------*
022700 4000-LIST-REFUSALS.
022800     MOVE SPACES TO HCIP-VIO-LINE
022900     MOVE '1'    TO VIO-CC
023000     MOVE 'SECTION 2 - REFUSED ATTEMPTS IN TIME ORDER'
023100         TO VIO-SH-TITLE
023200     MOVE WS-RUN-DATE TO VIO-SH-RUN-DATE
023300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
023400     IF WS-CNT-REFUSED = 0
023500         MOVE ' ' TO VIO-CC
023600         MOVE '  (NO RC 97 ENTRIES TODAY)' TO VIO-BODY
023700         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
023800         GO TO 4000-EXIT
023900     END-IF
024000     MOVE ' ' TO VIO-CC
024100     MOVE '  TIMESTAMP                   OPERATOR    REQUEST'
024200         TO VIO-BODY
024300     MOVE 'PATIENT     CORRELATION ID' TO VIO-BODY(51:26)
024400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
024500     CLOSE HCIPAUD
024600     OPEN INPUT HCIPAUD
024700     IF WS-AUD-STATUS NOT = '00'
024800         MOVE 'UNABLE TO REOPEN HCIPAUD' TO WS-ABEND-MESSAGE
024900         PERFORM 9999-ABEND THRU 9999-EXIT
025000     END-IF
025100     MOVE 'N' TO WS-AUD-EOF-SW
025200     PERFORM 4100-LIST-STEP THRU 4100-EXIT
025300         UNTIL WS-AUD-EOF.
025400 4000-EXIT.
025500     EXIT.
025600 4100-LIST-STEP.
025700     READ HCIPAUD
025800         AT END
025900             MOVE 'Y' TO WS-AUD-EOF-SW
026000     END-READ
026100     IF WS-AUD-EOF
026200         GO TO 4100-EXIT
026300     END-IF
026400     IF AUD-RETURN-CODE = 97
026500         MOVE ' ' TO VIO-CC
026600         MOVE AUD-TIMESTAMP      TO VIO-AD-TIMESTAMP
026700         MOVE AUD-OPERATOR-ID    TO VIO-AD-OPERATOR-ID
026800         MOVE AUD-REQUEST-ID     TO VIO-AD-REQUEST-ID
026900         MOVE AUD-PATIENT-ID     TO VIO-AD-PATIENT-ID
027000         MOVE AUD-CORRELATION-ID TO VIO-AD-CORR-ID
027100         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
027200     END-IF.
027300 4100-EXIT.
027400     EXIT.
027500*---------------------------------------------------------------*
027600* 7000-TERMINATE - close everything.                            *
027700*---------------------------------------------------------------*
027800 7000-TERMINATE.
027900     DISPLAY 'HCIPVIO1 CALLS READ:             ' WS-TOTAL-CALLS
027950     DISPLAY 'HCIPVIO1 DISCLOSURE ENTRIES:     ' WS-CNT-DISCLOSURE
028000     DISPLAY 'HCIPVIO1 REFUSED ATTEMPTS:       ' WS-CNT-REFUSED
028100     CLOSE HCIPAUD HCIPVIO.
028200 7000-EXIT.
028300     EXIT.
028400*---------------------------------------------------------------*
028500* 8000/8100 - report service paragraphs.                        *
028600*---------------------------------------------------------------*
028700 8000-WRITE-REPORT-LINE.
028800     WRITE HCIP-VIO-LINE
028900     IF WS-VIO-STATUS NOT = '00'
029000         MOVE 'UNABLE TO WRITE HCIPVIO' TO WS-ABEND-MESSAGE
029100         PERFORM 9999-ABEND THRU 9999-EXIT
029200     END-IF
029300     MOVE SPACES TO HCIP-VIO-LINE.
029400 8000-EXIT.
029500     EXIT.
029600 8100-WRITE-TOTAL-LINE.
029700     MOVE ' ' TO VIO-CC
029800     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
029900 8100-EXIT.
030000     EXIT.
030100*---------------------------------------------------------------*
030200* 9999-ABEND - unrecoverable file error.                        *
030300*---------------------------------------------------------------*
030400 9999-ABEND.
030500     DISPLAY 'HCIPVIO1 ABEND: ' WS-ABEND-MESSAGE
030600     CLOSE HCIPAUD HCIPVIO
030700     MOVE 16 TO RETURN-CODE
030710     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
030800     STOP RUN.
030900 9999-EXIT.
031000     EXIT.
031100 END PROGRAM HCIPVIO1.
