000100*****************************************************************
000200* PROGRAM    : HCIPPHM1
000300* PURPOSE    : Nightly pharmacy order packaging.  HCIPDB01 puts a
000400*              new order on TD queue PHRM for every prescription
000500*              MEDADD accepts and a cancel order for every one
000600*              MEDSTP discontinues.  PHRM is an extrapartition
000700*              queue backed by a daily sequential dataset (DD
000800*              HCIPPHQ); this job reads that dataset and builds
000900*              the HCIPPHX file the pharmacy system collects -- a
001000*              header, one record per order, and a trailer with
001100*              the order counts -- and records each order on the
001200*              HCIPPHT tracking file, status sent, for HCIPPHR1
001300*              to reconcile the pharmacy's acknowledgments.
001400*
001450*              An order already on HCIPPHT from an earlier night
001500*              is not sent again.  One sent under the same
001550*              business date is packaged again, so rerunning the
001600*              night - even after midnight, since the run date is
001650*              the run-control business date - rebuilds the same
001700*              complete file rather than an empty one.
001900*
002000* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
002100* INSTALLATION: DEMOHEALTH DATA CENTER
002200* DATE-WRITTEN: 10/15/2026
002300* DATE-COMPILED:
002400*
002500* Modification history
002600* ----   ----   -----------------------------------------------
002700* 101526 MRO    Original version.
002710* 101526 MRO    Nightly run control: start checked and end
002720*               posted through HCIPRUN0 (0100/0200).
002730* 101526 MRO    Run date (sent date and file date) is the
002740*               run-control business date rather than the clock,
002750*               so a rerun after midnight repackages the failed
002760*               run's orders.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.   HCIPPHM1.
003100 AUTHOR.       M. OYELARAN.
003200 INSTALLATION. DEMOHEALTH DATA CENTER.
003300 DATE-WRITTEN. 10/15/2026.
003400 DATE-COMPILED.
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT HCIPPHQ ASSIGN TO HCIPPHQ
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-PHQ-STATUS.
004100     SELECT HCIPPHT ASSIGN TO HCIPPHT
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS PHT-KEY
004500         FILE STATUS IS WS-PHT-STATUS.
004600     SELECT HCIPPHX ASSIGN TO HCIPPHX
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-PHX-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  HCIPPHQ
005200     RECORDING MODE IS F.
005300     COPY HCIPPHOR.
005400 FD  HCIPPHT.
005500     COPY HCIPPHTR.
005600 FD  HCIPPHX
005700     RECORDING MODE IS F.
005800     COPY HCIPPHXR.
005900 WORKING-STORAGE SECTION.
006000 01  WS-FILE-STATUSES.
006100     03  WS-PHQ-STATUS             PIC X(02) VALUE '00'.
006200     03  WS-PHT-STATUS             PIC X(02) VALUE '00'.
006300     03  WS-PHX-STATUS             PIC X(02) VALUE '00'.
006400 01  WS-SWITCHES.
006500     03  WS-PHQ-EOF-SW             PIC X(01) VALUE 'N'.
006600         88  WS-PHQ-EOF                VALUE 'Y'.
006700     03  WS-TRACKED-SW             PIC X(01) VALUE 'N'.
006800         88  WS-ALREADY-TRACKED        VALUE 'Y'.
007400 01  WS-RUN-DATE                   PIC X(10) VALUE SPACES.
007500 01  WS-RUN-TIME-RAW               PIC X(08) VALUE SPACES.
007600 01  WS-RUN-TIME-RAW-R REDEFINES WS-RUN-TIME-RAW.
007700     03  WS-RT-HH                  PIC X(02).
007800     03  WS-RT-MM                  PIC X(02).
007900     03  WS-RT-SS                  PIC X(02).
008000     03  FILLER                    PIC X(02).
008100 01  WS-RUN-TIME                   PIC X(08) VALUE SPACES.
008200 01  WS-ORDERS-READ                PIC 9(08) VALUE ZERO.
008300 01  WS-ORDERS-PACKAGED            PIC 9(08) VALUE ZERO.
008400 01  WS-NEW-ORDERS                 PIC 9(08) VALUE ZERO.
008500 01  WS-CANCEL-ORDERS              PIC 9(08) VALUE ZERO.
008600 01  WS-ORDERS-REPACKAGED          PIC 9(08) VALUE ZERO.
008700 01  WS-ORDERS-PREVIOUSLY-SENT     PIC 9(08) VALUE ZERO.
008800 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
008810     COPY HCIPRUNA.
008900 PROCEDURE DIVISION.
009000*---------------------------------------------------------------*
009100* 0000-MAINLINE                                                 *
009200*---------------------------------------------------------------*
009300 0000-MAINLINE.
009310     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009500     PERFORM 2000-PACKAGE-ORDER THRU 2000-EXIT
009600         UNTIL WS-PHQ-EOF
009700     PERFORM 3000-TERMINATE THRU 3000-EXIT
009710     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
009800     STOP RUN.
009802*---------------------------------------------------------------*
009804* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
009806* (rc 12) while a predecessor is incomplete or when this job    *
009808* already ran for the business date, unless an HCIPRCO override *
009810* card is supplied; the end posts the counts and return code,   *
009812* from 9999-ABEND as well.                                      *
009814*---------------------------------------------------------------*
009816 0100-START-RUN-CONTROL.
009818     MOVE 'START'    TO RUNC-FUNCTION
009820     MOVE 'HCIPPHM1' TO RUNC-JOB-NAME
009822     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
009824     IF RUNC-REFUSED
009826         MOVE 12 TO RETURN-CODE
009828         STOP RUN
009830     END-IF
009832     IF NOT RUNC-OK
009834         MOVE 16 TO RETURN-CODE
009836         STOP RUN
009838     END-IF.
009840 0100-EXIT.
009842     EXIT.
009844 0200-POST-RUN-CONTROL.
009846     MOVE 'END  '     TO RUNC-FUNCTION
009848     MOVE RETURN-CODE TO RUNC-JOB-RC
009850     MOVE WS-ORDERS-READ TO RUNC-RECORDS-IN
009852     MOVE WS-ORDERS-PACKAGED TO RUNC-RECORDS-OUT
009854     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
009856     MOVE RUNC-JOB-RC TO RETURN-CODE.
009858 0200-EXIT.
009860     EXIT.
009900*---------------------------------------------------------------*
010000* 1000-INITIALIZE - open files and write the file header.  A    *
010100* first-ever run finds no tracking cluster loaded yet (status   *
010200* 35) and builds it.                                            *
010300*---------------------------------------------------------------*
010400 1000-INITIALIZE.
010500     MOVE RUNC-BUSINESS-DATE TO WS-RUN-DATE
010600     ACCEPT WS-RUN-TIME-RAW FROM TIME
011400     STRING WS-RT-HH DELIMITED BY SIZE
011500            ':' DELIMITED BY SIZE
011600            WS-RT-MM DELIMITED BY SIZE
011700            ':' DELIMITED BY SIZE
011800            WS-RT-SS DELIMITED BY SIZE
011900         INTO WS-RUN-TIME
012000     END-STRING
012100     OPEN INPUT HCIPPHQ
012200     IF WS-PHQ-STATUS NOT = '00'
012300         MOVE 'UNABLE TO OPEN HCIPPHQ' TO WS-ABEND-MESSAGE
012400         PERFORM 9999-ABEND THRU 9999-EXIT
012500     END-IF
012600     OPEN I-O HCIPPHT
012700     IF WS-PHT-STATUS = '35'
012800         OPEN OUTPUT HCIPPHT
012900         CLOSE HCIPPHT
013000         OPEN I-O HCIPPHT
013100     END-IF
013200     IF WS-PHT-STATUS NOT = '00'
013300         MOVE 'UNABLE TO OPEN HCIPPHT' TO WS-ABEND-MESSAGE
013400         PERFORM 9999-ABEND THRU 9999-EXIT
013500     END-IF
013600     OPEN OUTPUT HCIPPHX
013700     IF WS-PHX-STATUS NOT = '00'
013800         MOVE 'UNABLE TO OPEN HCIPPHX' TO WS-ABEND-MESSAGE
013900         PERFORM 9999-ABEND THRU 9999-EXIT
014000     END-IF
014100     MOVE SPACES      TO HCIP-PHARMACY-FILE-RECORD
014200     MOVE 'H'         TO PHX-RECORD-TYPE
014300     MOVE 'DEMOHEALTH' TO PHX-HDR-SENDER
014400     MOVE WS-RUN-DATE TO PHX-HDR-FILE-DATE
014500     MOVE WS-RUN-TIME TO PHX-HDR-FILE-TIME
014600     PERFORM 8000-WRITE-PHARMACY-FILE THRU 8000-EXIT.
014700 1000-EXIT.
014800     EXIT.
014900*---------------------------------------------------------------*
014950* 2000-PACKAGE-ORDER - one order from the PHRM dataset.  The    *
015000* tracking record is written first; status 22 there means the   *
015050* order was already sent, and only a send under this business   *
015100* date is repeated.                                             *
015300*---------------------------------------------------------------*
015400 2000-PACKAGE-ORDER.
015500     READ HCIPPHQ
015600         AT END
015700             MOVE 'Y' TO WS-PHQ-EOF-SW
015800     END-READ
015900     IF WS-PHQ-EOF
016000         GO TO 2000-EXIT
016100     END-IF
016200     ADD 1 TO WS-ORDERS-READ
016300     MOVE SPACES              TO HCIP-PHARMACY-TRACK-RECORD
016400     MOVE PHO-ORDER-KEY       TO PHT-ORDER-KEY
016500     MOVE PHO-DRUG-NAME       TO PHT-DRUG-NAME
016600     MOVE PHO-PRESCRIBER-ID   TO PHT-PRESCRIBER-ID
016700     MOVE PHO-ORDER-DATE      TO PHT-ORDER-DATE
016800     MOVE WS-RUN-DATE         TO PHT-SENT-DATE
016900     MOVE 'S'                 TO PHT-STATUS-SW
017000     MOVE 'N' TO WS-TRACKED-SW
017100     WRITE HCIP-PHARMACY-TRACK-RECORD
017200     IF WS-PHT-STATUS = '22'
017300         MOVE 'Y' TO WS-TRACKED-SW
017400     ELSE
017500         IF WS-PHT-STATUS NOT = '00'
017600             MOVE 'UNABLE TO WRITE HCIPPHT' TO WS-ABEND-MESSAGE
017700             PERFORM 9999-ABEND THRU 9999-EXIT
017800         END-IF
017900     END-IF
018000     IF WS-ALREADY-TRACKED
018100         READ HCIPPHT
018200         IF WS-PHT-STATUS NOT = '00'
018300             MOVE 'UNABLE TO READ HCIPPHT' TO WS-ABEND-MESSAGE
018400             PERFORM 9999-ABEND THRU 9999-EXIT
018500         END-IF
018600         IF PHT-SENT-DATE NOT = WS-RUN-DATE
018700             ADD 1 TO WS-ORDERS-PREVIOUSLY-SENT
018800             GO TO 2000-EXIT
018900         END-IF
019000         ADD 1 TO WS-ORDERS-REPACKAGED
019100     END-IF
019200     MOVE SPACES TO HCIP-PHARMACY-FILE-RECORD
019300     MOVE 'D'    TO PHX-RECORD-TYPE
019400     MOVE HCIP-PHARMACY-ORDER-RECORD TO PHX-BODY
019500     PERFORM 8000-WRITE-PHARMACY-FILE THRU 8000-EXIT
019600     ADD 1 TO WS-ORDERS-PACKAGED
019700     IF PHO-CANCEL-ORDER
019800         ADD 1 TO WS-CANCEL-ORDERS
019900     ELSE
020000         ADD 1 TO WS-NEW-ORDERS
020100     END-IF.
020200 2000-EXIT.
020300     EXIT.
020400*---------------------------------------------------------------*
020500* 3000-TERMINATE - trailer, run totals, close files.            *
020600*---------------------------------------------------------------*
020700 3000-TERMINATE.
020800     MOVE SPACES TO HCIP-PHARMACY-FILE-RECORD
020900     MOVE 'T'    TO PHX-RECORD-TYPE
021000     MOVE WS-ORDERS-PACKAGED TO PHX-TRL-ORDER-COUNT
021100     MOVE WS-NEW-ORDERS      TO PHX-TRL-NEW-COUNT
021200     MOVE WS-CANCEL-ORDERS   TO PHX-TRL-CANCEL-COUNT
021300     PERFORM 8000-WRITE-PHARMACY-FILE THRU 8000-EXIT
021400     DISPLAY 'HCIPPHM1 ORDERS READ:            ' WS-ORDERS-READ
021500     DISPLAY 'HCIPPHM1 ORDERS PACKAGED:        '
021600         WS-ORDERS-PACKAGED
021700     DISPLAY 'HCIPPHM1   NEW ORDERS:           ' WS-NEW-ORDERS
021800     DISPLAY 'HCIPPHM1   CANCEL ORDERS:        ' WS-CANCEL-ORDERS
021900     DISPLAY 'HCIPPHM1   REPACKAGED TODAY:     '
022000         WS-ORDERS-REPACKAGED
022100     DISPLAY 'HCIPPHM1 SENT ON AN EARLIER DAY: '
022200         WS-ORDERS-PREVIOUSLY-SENT
022300     CLOSE HCIPPHQ HCIPPHT HCIPPHX.
022400 3000-EXIT.
022500     EXIT.
022600*---------------------------------------------------------------*
022700* 8000-WRITE-PHARMACY-FILE                                      *
022800*---------------------------------------------------------------*
022900 8000-WRITE-PHARMACY-FILE.
023000     WRITE HCIP-PHARMACY-FILE-RECORD
023100     IF WS-PHX-STATUS NOT = '00'
023200         MOVE 'UNABLE TO WRITE HCIPPHX' TO WS-ABEND-MESSAGE
023300         PERFORM 9999-ABEND THRU 9999-EXIT
023400     END-IF.
023500 8000-EXIT.
023600     EXIT.
023700*---------------------------------------------------------------*
023800* 9999-ABEND - unrecoverable file error.  The pickup file has   *
023900* no trailer, so the pharmacy will not take it; the rerun       *
024000* packages the orders tracked today again.                      *
024100*---------------------------------------------------------------*
024200 9999-ABEND.
024300     DISPLAY 'HCIPPHM1 ABEND: ' WS-ABEND-MESSAGE
024400     CLOSE HCIPPHQ HCIPPHT HCIPPHX
024500     MOVE 16 TO RETURN-CODE
024510     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
024600     STOP RUN.
024700 9999-EXIT.
024800     EXIT.
024900 END PROGRAM HCIPPHM1.
