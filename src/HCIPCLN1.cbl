000100*****************************************************************
000200* PROGRAM    : HCIPCLN1
000300* PURPOSE    : Clinic master load/refresh.  The HCIPCLN KSDS
000400*              tells SCHADD/SCHUPD in HCIPDB01 which clinics
000500*              exist, when each one sits and how many patients
000600*              a slot takes; this job folds the submitted clinic
000700*              list into it, the same deactivate-then-load shape
000800*              as the HCIPFRM1 formulary refresh.
000900*
001000*              Pass 1 marks every clinic inactive; pass 2 reads
001100*              the clinic list and writes (or rewrites) one
001200*              active clinic per record.  A clinic dropped from
001300*              the list therefore ends the run deactivated and
001400*              takes no further bookings, while its existing
001500*              appointments stay on HCIPSCH.  A record with a
001600*              blank clinic id, a slot length or patients-per-
001700*              slot that is not a positive number, or a session
001800*              day with only one of its open/close times, or
001900*              times that are not HH:MM with close after open,
002000*              is skipped and counted.
002100*
002200* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
002300* INSTALLATION: DEMOHEALTH DATA CENTER
002400* DATE-WRITTEN: 10/15/2026
002500* DATE-COMPILED:
002600*
002700* Modification history
002800* ----   ----   -----------------------------------------------
002900* 101526 MRO    Original version.
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID.   HCIPCLN1.
003300 AUTHOR.       M. OYELARAN.
003400 INSTALLATION. DEMOHEALTH DATA CENTER.
003500 DATE-WRITTEN. 10/15/2026.
003600 DATE-COMPILED.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT HCIPCLV ASSIGN TO HCIPCLV
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-CLV-STATUS.
004300     SELECT HCIPCLN ASSIGN TO HCIPCLN
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS CLN-KEY
004700         FILE STATUS IS WS-CLN-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  HCIPCLV
005100     RECORDING MODE IS F.
005200 01  CLV-RECORD.
005300     03  CLV-CLINIC-ID            PIC X(10).
005400     03  CLV-CLINIC-NAME          PIC X(40).
005500     03  CLV-SESSION              OCCURS 7 TIMES.
005600         05  CLV-OPEN-TIME        PIC X(05).
005700         05  CLV-CLOSE-TIME       PIC X(05).
005800     03  CLV-SLOT-MINUTES         PIC X(03).
005900     03  CLV-PATIENTS-PER-SLOT    PIC X(03).
006000     03  FILLER                   PIC X(14).
006100 FD  HCIPCLN.
006200     COPY HCIPCLNR.
006300 WORKING-STORAGE SECTION.
006400 01  WS-FILE-STATUSES.
006500     03  WS-CLV-STATUS             PIC X(02) VALUE '00'.
006600     03  WS-CLN-STATUS             PIC X(02) VALUE '00'.
006700 01  WS-SWITCHES.
006800     03  WS-CLV-EOF-SW             PIC X(01) VALUE 'N'.
006900         88  WS-CLV-EOF                VALUE 'Y'.
007000     03  WS-CLN-EOF-SW             PIC X(01) VALUE 'N'.
007100         88  WS-CLN-EOF                VALUE 'Y'.
007200     03  WS-CLN-FOUND-SW           PIC X(01) VALUE 'N'.
007300         88  WS-CLN-FOUND              VALUE 'Y'.
007400     03  WS-SESSION-BAD-SW         PIC X(01) VALUE 'N'.
007500         88  WS-SESSION-BAD            VALUE 'Y'.
007600 01  WS-SESSION-IX                 PIC 9(02) VALUE ZERO.
007700 01  WS-SESSION-CHECK.
007800     03  WS-SCK-TIME               PIC X(05).
007900     03  WS-SCK-TIME-R REDEFINES WS-SCK-TIME.
008000         05  WS-SCK-HH             PIC 9(02).
008100         05  WS-SCK-COLON          PIC X(01).
008200         05  WS-SCK-MM             PIC 9(02).
008300     03  WS-SCK-OPEN-MINUTES       PIC 9(04).
008400     03  WS-SCK-CLOSE-MINUTES      PIC 9(04).
008500 01  WS-RECORDS-READ               PIC 9(08) VALUE ZERO.
008600 01  WS-RECORDS-SKIPPED            PIC 9(08) VALUE ZERO.
008700 01  WS-CLINICS-ADDED              PIC 9(08) VALUE ZERO.
008800 01  WS-CLINICS-REFRESHED          PIC 9(08) VALUE ZERO.
008900 01  WS-CLINICS-DEACTIVATED        PIC 9(08) VALUE ZERO.
009000 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
009100 PROCEDURE DIVISION.
009200*---------------------------------------------------------------*
009300* 0000-MAINLINE                                                 *
009400*---------------------------------------------------------------*
009500 0000-MAINLINE.
009600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009700     PERFORM 2000-DEACTIVATE-ALL THRU 2000-EXIT
009800         UNTIL WS-CLN-EOF
009900     PERFORM 3000-LOAD-CLINIC-FILE THRU 3000-EXIT
010000         UNTIL WS-CLV-EOF
010100     PERFORM 7000-TERMINATE THRU 7000-EXIT
010200     STOP RUN.
010300*---------------------------------------------------------------*
010400* 1000-INITIALIZE - open files.  The first load ever finds no   *
010500* clinic cluster loaded yet (status 35) and builds it.          *
010600*---------------------------------------------------------------*
010700 1000-INITIALIZE.
010800     OPEN INPUT HCIPCLV
010900     IF WS-CLV-STATUS NOT = '00'
011000         MOVE 'UNABLE TO OPEN HCIPCLV' TO WS-ABEND-MESSAGE
011100         PERFORM 9999-ABEND THRU 9999-EXIT
011200     END-IF
011300     OPEN I-O HCIPCLN
011400     IF WS-CLN-STATUS = '35'
011500         OPEN OUTPUT HCIPCLN
011600         CLOSE HCIPCLN
011700         OPEN I-O HCIPCLN
011800         MOVE 'Y' TO WS-CLN-EOF-SW
011900     END-IF
012000     IF WS-CLN-STATUS NOT = '00'
012100         MOVE 'UNABLE TO OPEN HCIPCLN' TO WS-ABEND-MESSAGE
012200         PERFORM 9999-ABEND THRU 9999-EXIT
012300     END-IF.
012400 1000-EXIT.
012500     EXIT.
012600*---------------------------------------------------------------*
012700* 2000-DEACTIVATE-ALL - pass 1: one record per pass, active     *
012800* switch off.  Whatever the clinic list re-asserts comes back   *
012900* on in pass 2.                                                 *
013000*---------------------------------------------------------------*
013100 2000-DEACTIVATE-ALL.
013200     READ HCIPCLN NEXT RECORD
013300         AT END
013400             MOVE 'Y' TO WS-CLN-EOF-SW
013500     END-READ
013600     IF WS-CLN-EOF
013700         GO TO 2000-EXIT
013800     END-IF
013900     IF CLN-ACTIVE
014000         MOVE 'N' TO CLN-ACTIVE-SW
014100         REWRITE HCIP-CLINIC-RECORD
014200         IF WS-CLN-STATUS NOT = '00'
014300             MOVE 'UNABLE TO REWRITE HCIPCLN'
014400                 TO WS-ABEND-MESSAGE
014500             PERFORM 9999-ABEND THRU 9999-EXIT
014600         END-IF
014700         ADD 1 TO WS-CLINICS-DEACTIVATED
014800     END-IF.
014900 2000-EXIT.
015000     EXIT.
015100*---------------------------------------------------------------*
015200* 3000-LOAD-CLINIC-FILE - pass 2: one record per pass, written  *
015300* new or refreshed in place, active either way.                 *
015400*---------------------------------------------------------------*
015500 3000-LOAD-CLINIC-FILE.
015600     READ HCIPCLV
015700         AT END
015800             MOVE 'Y' TO WS-CLV-EOF-SW
015900     END-READ
016000     IF WS-CLV-EOF
016100         GO TO 3000-EXIT
016200     END-IF
016300     ADD 1 TO WS-RECORDS-READ
016400     IF CLV-CLINIC-ID = SPACES
016500             OR CLV-SLOT-MINUTES IS NOT NUMERIC
016600             OR CLV-PATIENTS-PER-SLOT IS NOT NUMERIC
016700         ADD 1 TO WS-RECORDS-SKIPPED
016800         GO TO 3000-EXIT
016900     END-IF
017000     IF CLV-SLOT-MINUTES = '000'
017100             OR CLV-PATIENTS-PER-SLOT = '000'
017200         ADD 1 TO WS-RECORDS-SKIPPED
017300         GO TO 3000-EXIT
017400     END-IF
017500     MOVE 'N' TO WS-SESSION-BAD-SW
017600     PERFORM 3100-CHECK-SESSION THRU 3100-EXIT
017700         VARYING WS-SESSION-IX FROM 1 BY 1
017800         UNTIL WS-SESSION-IX > 7
017900     IF WS-SESSION-BAD
018000         ADD 1 TO WS-RECORDS-SKIPPED
018100         GO TO 3000-EXIT
018200     END-IF
018300     MOVE 'Y' TO WS-CLN-FOUND-SW
018400     MOVE CLV-CLINIC-ID TO CLN-CLINIC-ID
018500     READ HCIPCLN
018600         INVALID KEY
018700             MOVE 'N' TO WS-CLN-FOUND-SW
018800     END-READ
018900     MOVE CLV-CLINIC-ID         TO CLN-CLINIC-ID
019000     MOVE CLV-CLINIC-NAME       TO CLN-CLINIC-NAME
019100     MOVE 'Y'                   TO CLN-ACTIVE-SW
019200     PERFORM 3200-MOVE-SESSION THRU 3200-EXIT
019300         VARYING WS-SESSION-IX FROM 1 BY 1
019400         UNTIL WS-SESSION-IX > 7
019500     MOVE CLV-SLOT-MINUTES      TO CLN-SLOT-MINUTES
019600     MOVE CLV-PATIENTS-PER-SLOT TO CLN-PATIENTS-PER-SLOT
019700     IF WS-CLN-FOUND
019800         REWRITE HCIP-CLINIC-RECORD
019900         IF WS-CLN-STATUS NOT = '00'
020000             MOVE 'UNABLE TO REWRITE HCIPCLN'
020100                 TO WS-ABEND-MESSAGE
020200             PERFORM 9999-ABEND THRU 9999-EXIT
020300         END-IF
020400         ADD 1 TO WS-CLINICS-REFRESHED
020500     ELSE
020600         WRITE HCIP-CLINIC-RECORD
020700         IF WS-CLN-STATUS NOT = '00'
020800             MOVE 'UNABLE TO WRITE HCIPCLN'
020900                 TO WS-ABEND-MESSAGE
021000             PERFORM 9999-ABEND THRU 9999-EXIT
021100         END-IF
021200         ADD 1 TO WS-CLINICS-ADDED
021300     END-IF.
021400 3000-EXIT.
021500     EXIT.
021600*---------------------------------------------------------------*
021700* 3100-CHECK-SESSION - one weekday of the submitted record.     *
021800* Both times blank is a day the clinic does not sit; otherwise  *
021900* both must be HH:MM and the close must follow the open.        *
022000*---------------------------------------------------------------*
022100 3100-CHECK-SESSION.
022200     IF CLV-OPEN-TIME (WS-SESSION-IX) = SPACES
022300             AND CLV-CLOSE-TIME (WS-SESSION-IX) = SPACES
022400         GO TO 3100-EXIT
022500     END-IF
022600     MOVE CLV-OPEN-TIME (WS-SESSION-IX) TO WS-SCK-TIME
022700     IF WS-SCK-HH IS NOT NUMERIC
022800             OR WS-SCK-MM IS NOT NUMERIC
022900             OR WS-SCK-COLON NOT = ':'
023000             OR WS-SCK-HH > 23 OR WS-SCK-MM > 59
023100         MOVE 'Y' TO WS-SESSION-BAD-SW
023200         GO TO 3100-EXIT
023300     END-IF
023400     COMPUTE WS-SCK-OPEN-MINUTES = WS-SCK-HH * 60 + WS-SCK-MM
023500     MOVE CLV-CLOSE-TIME (WS-SESSION-IX) TO WS-SCK-TIME
023600     IF WS-SCK-HH IS NOT NUMERIC
023700             OR WS-SCK-MM IS NOT NUMERIC
023800             OR WS-SCK-COLON NOT = ':'
023900             OR WS-SCK-HH > 24 OR WS-SCK-MM > 59
024000         MOVE 'Y' TO WS-SESSION-BAD-SW
024100         GO TO 3100-EXIT
024200     END-IF
024300     COMPUTE WS-SCK-CLOSE-MINUTES = WS-SCK-HH * 60 + WS-SCK-MM
024400     IF WS-SCK-CLOSE-MINUTES NOT > WS-SCK-OPEN-MINUTES
024500         MOVE 'Y' TO WS-SESSION-BAD-SW
024600     END-IF.
024700 3100-EXIT.
024800     EXIT.
024900*---------------------------------------------------------------*
025000* 3200-MOVE-SESSION - one weekday onto the clinic record.       *
025100*---------------------------------------------------------------*
025200 3200-MOVE-SESSION.
025300     MOVE CLV-OPEN-TIME (WS-SESSION-IX)
025400         TO CLN-OPEN-TIME (WS-SESSION-IX)
025500     MOVE CLV-CLOSE-TIME (WS-SESSION-IX)
025600         TO CLN-CLOSE-TIME (WS-SESSION-IX).
025700 3200-EXIT.
025800     EXIT.
025900*---------------------------------------------------------------*
026000* 7000-TERMINATE - report the run totals and close files.       *
026100*---------------------------------------------------------------*
026200 7000-TERMINATE.
026300     DISPLAY 'HCIPCLN1 CLINIC RECORDS READ:    ' WS-RECORDS-READ
026400     DISPLAY 'HCIPCLN1 RECORDS SKIPPED:        '
026500         WS-RECORDS-SKIPPED
026600     DISPLAY 'HCIPCLN1 CLINICS ADDED:          '
026700         WS-CLINICS-ADDED
026800     DISPLAY 'HCIPCLN1 CLINICS REFRESHED:      '
026900         WS-CLINICS-REFRESHED
027000     DISPLAY 'HCIPCLN1 CLINICS DEACTIVATED:    '
027100         WS-CLINICS-DEACTIVATED
027200     CLOSE HCIPCLV HCIPCLN.
027300 7000-EXIT.
027400     EXIT.
027500*---------------------------------------------------------------*
027600* 9999-ABEND - unrecoverable file error.  The load is           *
027700* idempotent; rerun the whole job after the file problem is     *
027800* fixed.                                                        *
027900*---------------------------------------------------------------*
028000 9999-ABEND.
028100     DISPLAY 'HCIPCLN1 ABEND: ' WS-ABEND-MESSAGE
028200     CLOSE HCIPCLV HCIPCLN
028300     MOVE 16 TO RETURN-CODE
028400     STOP RUN.
028500 9999-EXIT.
028600     EXIT.
028700 END PROGRAM HCIPCLN1.
