001200*                   triggered (rc 52), breach visits (rc 31),
001300*                   duplicate-prescription rejects (rc 61) and
001400*                   unrecoverable file errors (rc 90).
001425*                   EXTRPT/PKTREQ disclosure entries are
001450*                   counted apart from the calls.
001500*                3. A spotlight on every rc 90 entry with its
001600*                   correlation id, timestamp and patient, so
001700*                   a failing file shows up here and not in a
002900* Modification history
003000* ----   ----   -----------------------------------------------
003100* 082226 MRO    Original version.
003110* 101526 MRO    Label rc 97 (operator not authorised by the
003120*               HCIPOPR profile) in the request/return-code
003130*               section; HCIPVIO1 lists the refusals.
003140* 101526 MRO    Nightly run control: start checked and end
003150*               posted through HCIPRUN0 (0100/0200).
003160* 101526 MRO    EXTRPT/PKTREQ disclosure entries are counted on
003170*               a line of their own, not as calls, so they no
003180*               longer dilute the not-found rate.
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.   HCIPRPT2.
008600 01  WS-CNT-BREACH                 PIC 9(08) VALUE ZERO.
008700 01  WS-CNT-DUP-RX                 PIC 9(08) VALUE ZERO.
008800 01  WS-CNT-FILE-ERROR             PIC 9(08) VALUE ZERO.
008850 01  WS-CNT-DISCLOSURE             PIC 9(08) VALUE ZERO.
008900 01  WS-NOTFND-PCT                 PIC 9(03) VALUE ZERO.
009000 01  WS-RC-LABEL                   PIC X(36) VALUE SPACES.
009100 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
009110     COPY HCIPRUNA.
009200 PROCEDURE DIVISION.
009300*---------------------------------------------------------------*
009400* 0000-MAINLINE                                                 *
009500*---------------------------------------------------------------*
009600 0000-MAINLINE.
009610     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009800     PERFORM 2000-TALLY-AUDIT THRU 2000-EXIT
009900         UNTIL WS-AUD-EOF
010100     PERFORM 4000-PRINT-COUNTERS THRU 4000-EXIT
010200     PERFORM 5000-SPOTLIGHT-FILE-ERRORS THRU 5000-EXIT
010300     PERFORM 7000-TERMINATE THRU 7000-EXIT
010310     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
010400     STOP RUN.
010402*---------------------------------------------------------------*
010404* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
010406* (rc 12) while a predecessor is incomplete or when this job    *
010408* already ran for the business date, unless an HCIPRCO override *
010410* card is supplied; the end posts the counts and return code,   *
010412* from 9999-ABEND as well.                                      *
010414*---------------------------------------------------------------*
010416 0100-START-RUN-CONTROL.
010418     MOVE 'START'    TO RUNC-FUNCTION
010420     MOVE 'HCIPRPT2' TO RUNC-JOB-NAME
010422     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
010424     IF RUNC-REFUSED
010426         MOVE 12 TO RETURN-CODE
010428         STOP RUN
010430     END-IF
010432     IF NOT RUNC-OK
010434         MOVE 16 TO RETURN-CODE
010436         STOP RUN
010438     END-IF.
010440 0100-EXIT.
010442     EXIT.
010444 0200-POST-RUN-CONTROL.
010446     MOVE 'END  '     TO RUNC-FUNCTION
010448     MOVE RETURN-CODE TO RUNC-JOB-RC
010450     ADD WS-TOTAL-CALLS WS-CNT-DISCLOSURE GIVING RUNC-RECORDS-IN
010452     MOVE 0 TO RUNC-RECORDS-OUT
010454     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
010456     MOVE RUNC-JOB-RC TO RETURN-CODE.
010458 0200-EXIT.
010460     EXIT.
010500*---------------------------------------------------------------*
010600* 1000-INITIALIZE - open files.                                 *
010700*---------------------------------------------------------------*
012000     EXIT.
012100*---------------------------------------------------------------*
012200* 2000-TALLY-AUDIT - pass 1: one audit entry per pass, counted  *
012300* into the tally table and the operational counters.  EXTRPT    *
012325* and PKTREQ entries are disclosures logged by the batch jobs,  *
012350* not calls: they are counted apart, outside the totals.        *
012400*---------------------------------------------------------------*
012500 2000-TALLY-AUDIT.
012600     READ HCIPAUD
013000     IF WS-AUD-EOF
013100         GO TO 2000-EXIT
013200     END-IF
013220     IF AUD-REQUEST-ID = 'EXTRPT' OR 'PKTREQ'
013240         ADD 1 TO WS-CNT-DISCLOSURE
013260         GO TO 2000-EXIT
013280     END-IF
013300     ADD 1 TO WS-TOTAL-CALLS
013400     EVALUATE AUD-RETURN-CODE
013500         WHEN 10
022800                 TO WS-RC-LABEL
022900         WHEN 90
023000             MOVE 'UNRECOVERABLE FILE ERROR' TO WS-RC-LABEL
023010         WHEN 97
023020             MOVE 'REJECTED, OPERATOR NOT AUTHORISED'
023030                 TO WS-RC-LABEL
023100         WHEN OTHER
023200             MOVE SPACES TO WS-RC-LABEL
023300     END-EVALUATE.
024400     MOVE 'TOTAL CALLS:                      ' TO RP2-TOT-LABEL
024500     MOVE WS-TOTAL-CALLS TO RP2-TOT-COUNT
024600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
024625     MOVE 'DISCLOSURE ENTRIES (NOT CALLS):   ' TO RP2-TOT-LABEL
024650     MOVE WS-CNT-DISCLOSURE TO RP2-TOT-COUNT
024675     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
024700     MOVE 'NOT FOUND (RC 10/32/62):          ' TO RP2-TOT-LABEL
024800     MOVE WS-CNT-NOTFND TO RP2-TOT-COUNT
024900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
034700     DISPLAY 'HCIPRPT2 ABEND: ' WS-ABEND-MESSAGE
034800     CLOSE HCIPAUD HCIPRP2
034900     MOVE 16 TO RETURN-CODE
034910     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
035000     STOP RUN.
035100 9999-EXIT.
035200     EXIT.
