000600*              for the day desk:
000700*
000800*                1. Today's schedule, one block per clinic, the
000900*                   appointments within a clinic in time order,
000910*                   headed by the clinic name from the HCIPCLN
000920*                   clinic master and closed by a utilisation
000930*                   line - today's booked and kept appointments
000940*                   against the capacity of today's session.
001000*                2. No-shows - appointments from earlier days
001100*                   still BOOKED, meaning VISIT1 never marked
001200*                   them kept and nobody cancelled them.
002400* Modification history
002500* ----   ----   -----------------------------------------------
002600* 090126 MRO    Original version.
002610* 101526 MRO    Clinic name and per-clinic utilisation line from
002620*               the new HCIPCLN clinic master.  Every clinic
002630*               block is now printed, not only the first.
002640* 101526 MRO    Nightly run control: start checked and end
002650*               posted through HCIPRUN0 (0100/0200).
002660* 101526 MRO    Utilisation counts a trailing part-slot as a
002670*               slot, as the SCHADD/SCHUPD check books it.
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.   HCIPSCD1.
004200     SELECT HCIPSCR ASSIGN TO HCIPSCR
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-SCR-STATUS.
004410     SELECT HCIPCLN ASSIGN TO HCIPCLN
004420         ORGANIZATION IS INDEXED
004430         ACCESS MODE IS DYNAMIC
004440         RECORD KEY IS CLN-KEY
004450         FILE STATUS IS WS-CLN-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  HCIPSCH.
004900 FD  HCIPSCR
005000     RECORDING MODE IS F.
005100     COPY HCIPSCDL.
005110 FD  HCIPCLN.
005120     COPY HCIPCLNR.
005200 WORKING-STORAGE SECTION.
005300 01  WS-FILE-STATUSES.
005400     03  WS-SCH-STATUS             PIC X(02) VALUE '00'.
005500     03  WS-SCR-STATUS             PIC X(02) VALUE '00'.
005510     03  WS-CLN-STATUS             PIC X(02) VALUE '00'.
005600 01  WS-SWITCHES.
005700     03  WS-SCH-EOF-SW             PIC X(01) VALUE 'N'.
005800         88  WS-SCH-EOF                VALUE 'Y'.
005900     03  WS-SLOT-FOUND-SW          PIC X(01) VALUE 'N'.
006000         88  WS-SLOT-FOUND             VALUE 'Y'.
006010     03  WS-CLN-FOUND-SW           PIC X(01) VALUE 'N'.
006020         88  WS-CLN-FOUND              VALUE 'Y'.
006100 01  WS-RUN-DATE-RAW               PIC X(08) VALUE SPACES.
006200 01  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
006300     03  WS-RD-YYYY                PIC X(04).
006400     03  WS-RD-MM                  PIC X(02).
006500     03  WS-RD-DD                  PIC X(02).
006600 01  WS-RUN-DATE                   PIC X(10) VALUE SPACES.
006601*---------------------------------------------------------------*
006602* Clinic utilisation work fields.  Today's session comes from    *
006603* the CLN-SESSION entry for the run date's weekday (1 = Monday); *
006604* capacity is the whole slots that fit in it times the patients  *
006605* each slot takes.                                               *
006606*---------------------------------------------------------------*
006607 01  WS-RUN-WEEKDAY                PIC 9(01) VALUE ZERO.
006608 01  WS-WEEKDAY-WORK               PIC 9(08) VALUE ZERO.
006609 01  WS-WEEKDAY-QUOT               PIC 9(08) VALUE ZERO.
006610 01  WS-CLINIC-BOOKED              PIC 9(05) VALUE ZERO.
006611 01  WS-CLINIC-CAPACITY            PIC 9(05) VALUE ZERO.
006612 01  WS-CLINIC-PCT                 PIC 9(04) VALUE ZERO.
006613 01  WS-SESSION-OPEN-MIN           PIC 9(04) VALUE ZERO.
006614 01  WS-SESSION-CLOSE-MIN          PIC 9(04) VALUE ZERO.
006615 01  WS-SESSION-SLOTS              PIC 9(04) VALUE ZERO.
006616 01  WS-TM-TIME                    PIC X(08).
006617 01  WS-TM-TIME-R REDEFINES WS-TM-TIME.
006618     03  WS-TM-HH-X                PIC X(02).
006619     03  FILLER                    PIC X(01).
006620     03  WS-TM-MM-X                PIC X(02).
006621     03  FILLER                    PIC X(03).
006622 01  WS-TM-HH-N                    PIC 9(02) VALUE ZERO.
006623 01  WS-TM-MM-N                    PIC 9(02) VALUE ZERO.
006624 01  WS-TM-MINUTES                 PIC 9(04) VALUE ZERO.
006625*---------------------------------------------------------------*
006626* Date-to-day-number work fields                                *
006627*---------------------------------------------------------------*
006628 01  WS-DN-DATE                    PIC X(10).
006629 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
006630     03  WS-DN-YEAR-X              PIC X(04).
006631     03  FILLER                    PIC X(01).
006632     03  WS-DN-MONTH-X             PIC X(02).
006633     03  FILLER                    PIC X(01).
006634     03  WS-DN-DAY-X               PIC X(02).
006635 01  WS-DN-YEAR-N                  PIC 9(04) VALUE ZERO.
006636 01  WS-DN-MONTH-N                 PIC 9(02) VALUE ZERO.
006637 01  WS-DN-DAY-N                   PIC 9(02) VALUE ZERO.
006638 01  WS-DN-YR1                     PIC 9(04) VALUE ZERO.
006639 01  WS-DN-Q4                      PIC 9(09) VALUE ZERO.
006640 01  WS-DN-Q100                    PIC 9(09) VALUE ZERO.
006641 01  WS-DN-Q400                    PIC 9(09) VALUE ZERO.
006642 01  WS-DN-REM-4                   PIC 9(09) VALUE ZERO.
006643 01  WS-DN-REM-100                 PIC 9(09) VALUE ZERO.
006644 01  WS-DN-REM-400                 PIC 9(09) VALUE ZERO.
006645 01  WS-DN-DAY-NUM                 PIC 9(08) VALUE ZERO.
006646 01  WS-DN-CUM-TAB.
006647     03  FILLER                    PIC 9(03) VALUE 000.
006648     03  FILLER                    PIC 9(03) VALUE 031.
006649     03  FILLER                    PIC 9(03) VALUE 059.
006650     03  FILLER                    PIC 9(03) VALUE 090.
006651     03  FILLER                    PIC 9(03) VALUE 120.
006652     03  FILLER                    PIC 9(03) VALUE 151.
006653     03  FILLER                    PIC 9(03) VALUE 181.
006654     03  FILLER                    PIC 9(03) VALUE 212.
006655     03  FILLER                    PIC 9(03) VALUE 243.
006656     03  FILLER                    PIC 9(03) VALUE 273.
006657     03  FILLER                    PIC 9(03) VALUE 304.
006658     03  FILLER                    PIC 9(03) VALUE 334.
006659 01  WS-DN-CUM-R REDEFINES WS-DN-CUM-TAB.
006660     03  WS-DN-CUM                 PIC 9(03) OCCURS 12 TIMES.
006700*---------------------------------------------------------------*
006800* Today's-appointments table.  The per-clinic grouping and the  *
006900* time ordering within a clinic are done against this table     *
009300 01  WS-TODAY-COUNT                PIC 9(08) VALUE ZERO.
009400 01  WS-NOSHOW-COUNT               PIC 9(08) VALUE ZERO.
009500 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
009510     COPY HCIPRUNA.
009600 PROCEDURE DIVISION.
009700*---------------------------------------------------------------*
009800* 0000-MAINLINE                                                 *
009900*---------------------------------------------------------------*
010000 0000-MAINLINE.
010010     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010200     PERFORM 2000-COLLECT-TODAY THRU 2000-EXIT
010300         UNTIL WS-SCH-EOF
010400     PERFORM 3000-PRINT-SCHEDULE THRU 3000-EXIT
010500     PERFORM 4000-PRINT-NOSHOWS THRU 4000-EXIT
010600     PERFORM 7000-TERMINATE THRU 7000-EXIT
010610     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
010700     STOP RUN.
010702*---------------------------------------------------------------*
010704* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
010706* (rc 12) while a predecessor is incomplete or when this job    *
010708* already ran for the business date, unless an HCIPRCO override *
010710* card is supplied; the end posts the counts and return code,   *
010712* from 9999-ABEND as well.                                      *
010714*---------------------------------------------------------------*
010716 0100-START-RUN-CONTROL.
010718     MOVE 'START'    TO RUNC-FUNCTION
010720     MOVE 'HCIPSCD1' TO RUNC-JOB-NAME
010722     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
010724     IF RUNC-REFUSED
010726         MOVE 12 TO RETURN-CODE
010728         STOP RUN
010730     END-IF
010732     IF NOT RUNC-OK
010734         MOVE 16 TO RETURN-CODE
010736         STOP RUN
010738     END-IF.
010740 0100-EXIT.
010742     EXIT.
010744 0200-POST-RUN-CONTROL.
010746     MOVE 'END  '     TO RUNC-FUNCTION
010748     MOVE RETURN-CODE TO RUNC-JOB-RC
010750     MOVE WS-RECORDS-READ TO RUNC-RECORDS-IN
010752     MOVE WS-TODAY-COUNT TO RUNC-RECORDS-OUT
010754     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
010756     MOVE RUNC-JOB-RC TO RETURN-CODE.
010758 0200-EXIT.
010760     EXIT.
010800*---------------------------------------------------------------*
010900* 1000-INITIALIZE - open files, build the run date as           *
011000* YYYY-MM-DD to match the stored date format.                   *
011800            WS-RD-DD DELIMITED BY SIZE
011900         INTO WS-RUN-DATE
012000     END-STRING
012010*    Day 1 of the serial count (0001-01-01) is a Monday.
012020     MOVE WS-RUN-DATE TO WS-DN-DATE
012030     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
012040     COMPUTE WS-WEEKDAY-WORK = WS-DN-DAY-NUM - 1
012050     DIVIDE WS-WEEKDAY-WORK BY 7 GIVING WS-WEEKDAY-QUOT
012060         REMAINDER WS-RUN-WEEKDAY
012070     ADD 1 TO WS-RUN-WEEKDAY
012100     OPEN INPUT HCIPSCH
012200     IF WS-SCH-STATUS NOT = '00'
012300         MOVE 'UNABLE TO OPEN HCIPSCH' TO WS-ABEND-MESSAGE
012700     IF WS-SCR-STATUS NOT = '00'
012800         MOVE 'UNABLE TO OPEN HCIPSCR' TO WS-ABEND-MESSAGE
012900         PERFORM 9999-ABEND THRU 9999-EXIT
013000     END-IF
013010     OPEN INPUT HCIPCLN
013020     IF WS-CLN-STATUS NOT = '00'
013030         MOVE 'UNABLE TO OPEN HCIPCLN' TO WS-ABEND-MESSAGE
013040         PERFORM 9999-ABEND THRU 9999-EXIT
013050     END-IF.
013100 1000-EXIT.
013200     EXIT.
013300*---------------------------------------------------------------*
021100     MOVE ' '    TO SCD-CC
021200     MOVE 'CLINIC: '         TO SCD-CH-LABEL
021300     MOVE WS-CURR-CLINIC-ID  TO SCD-CH-CLINIC-ID
021305     MOVE 'Y' TO WS-CLN-FOUND-SW
021310     MOVE WS-CURR-CLINIC-ID  TO CLN-CLINIC-ID
021315     READ HCIPCLN
021320         INVALID KEY
021325             MOVE 'N' TO WS-CLN-FOUND-SW
021330     END-READ
021335     IF WS-CLN-FOUND
021340         MOVE CLN-CLINIC-NAME TO SCD-CH-CLINIC-NAME
021345     ELSE
021350         MOVE '(NOT ON HCIPCLN CLINIC MASTER)'
021355             TO SCD-CH-CLINIC-NAME
021360     END-IF
021400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
021410     MOVE 0 TO WS-CLINIC-BOOKED
021500     PERFORM 3200-PRINT-CLINIC-SLOT THRU 3200-EXIT
021600         UNTIL NOT WS-SLOT-FOUND
021610     PERFORM 3300-PRINT-UTILISATION THRU 3300-EXIT
021620*    Leave the found switch on so 3000 comes back for the next
021630*    clinic; the next pass finds none once every entry is printed.
021640     MOVE 'Y' TO WS-SLOT-FOUND-SW.
021700 3100-EXIT.
021800     EXIT.
021900 3110-FIND-FIRST-UNPRINTED.
025000         MOVE 'BOOKED' TO SCD-AD-STATUS
025100     END-IF
025200     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
025210     ADD 1 TO WS-CLINIC-BOOKED
025300     MOVE 'Y' TO WS-AT-PRINTED-SW(WS-PICK-IX).
025400 3200-EXIT.
025500     EXIT.
026700     ADD 1 TO WS-SCAN-IX.
026800 3210-EXIT.
026900     EXIT.
026901*---------------------------------------------------------------*
026902* 3300-PRINT-UTILISATION - close the clinic block with its      *
026903* booked-versus-capacity line.  A clinic not on HCIPCLN, or     *
026904* with no session today, has no capacity and says so.  A        *
026905* session that is not a whole number of slots ends in a         *
026906* part-slot, which HCIPDB01 4150 books like any other, so the   *
026907* slot count is rounded up.                                     *
026908*---------------------------------------------------------------*
026909 3300-PRINT-UTILISATION.
026910     MOVE 0 TO WS-CLINIC-CAPACITY
026911     MOVE 0 TO WS-CLINIC-PCT
026912     MOVE SPACES TO HCIP-SCD-LINE
026913     MOVE ' '    TO SCD-CC
026914     MOVE 'UTILISATION: ' TO SCD-UD-LABEL
026915     MOVE WS-CLINIC-BOOKED TO SCD-UD-BOOKED
026916     MOVE ' OF '          TO SCD-UD-OF
026917     IF NOT WS-CLN-FOUND
026918         MOVE 0 TO SCD-UD-CAPACITY
026919         MOVE 'CLINIC NOT ON FILE' TO SCD-UD-NOTE
026920         GO TO 3300-WRITE
026921     END-IF
026922     IF CLN-OPEN-TIME (WS-RUN-WEEKDAY) = SPACES
026923             OR CLN-CLOSE-TIME (WS-RUN-WEEKDAY) = SPACES
026924         MOVE 0 TO SCD-UD-CAPACITY
026925         MOVE 'NO SESSION TODAY' TO SCD-UD-NOTE
026926         GO TO 3300-WRITE
026927     END-IF
026928     MOVE CLN-OPEN-TIME (WS-RUN-WEEKDAY) TO WS-TM-TIME
026929     PERFORM 6200-TIME-TO-MINUTES THRU 6200-EXIT
026930     MOVE WS-TM-MINUTES TO WS-SESSION-OPEN-MIN
026931     MOVE CLN-CLOSE-TIME (WS-RUN-WEEKDAY) TO WS-TM-TIME
026932     PERFORM 6200-TIME-TO-MINUTES THRU 6200-EXIT
026933     MOVE WS-TM-MINUTES TO WS-SESSION-CLOSE-MIN
026934     MOVE 1 TO WS-SESSION-SLOTS
026935     IF WS-SESSION-CLOSE-MIN > WS-SESSION-OPEN-MIN
026936             AND CLN-SLOT-MINUTES IS NUMERIC
026937             AND CLN-SLOT-MINUTES > 0
026938         COMPUTE WS-SESSION-SLOTS =
026939             (WS-SESSION-CLOSE-MIN - WS-SESSION-OPEN-MIN
026940                 + CLN-SLOT-MINUTES - 1) / CLN-SLOT-MINUTES
026941     END-IF
026942     IF CLN-PATIENTS-PER-SLOT IS NUMERIC
026943             AND CLN-PATIENTS-PER-SLOT > 0
026944         COMPUTE WS-CLINIC-CAPACITY =
026945             WS-SESSION-SLOTS * CLN-PATIENTS-PER-SLOT
026946     ELSE
026947         MOVE WS-SESSION-SLOTS TO WS-CLINIC-CAPACITY
026948     END-IF
026949     MOVE WS-CLINIC-CAPACITY TO SCD-UD-CAPACITY
026950     IF WS-CLINIC-CAPACITY > 0
026951         COMPUTE WS-CLINIC-PCT ROUNDED =
026952             (WS-CLINIC-BOOKED * 100) / WS-CLINIC-CAPACITY
026953         MOVE ' ('  TO SCD-UD-PCT-LABEL
026954         MOVE WS-CLINIC-PCT TO SCD-UD-PCT
026955         MOVE '%)'  TO SCD-UD-PCT-SIGN
026956     END-IF
026957     IF WS-CLINIC-BOOKED > WS-CLINIC-CAPACITY
026958         MOVE 'OVER CAPACITY' TO SCD-UD-NOTE
026959     END-IF.
026960 3300-WRITE.
026961     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
026962 3300-EXIT.
026963     EXIT.
027000*---------------------------------------------------------------*
027100* 4000-PRINT-NOSHOWS - section 2: pass 2 over the file listing  *
027200* every appointment from an earlier day still BOOKED.           *
033100     DISPLAY 'HCIPSCD1 RECORDS READ:       ' WS-RECORDS-READ
033200     DISPLAY 'HCIPSCD1 APPOINTMENTS TODAY: ' WS-TODAY-COUNT
033300     DISPLAY 'HCIPSCD1 NO-SHOWS LISTED:    ' WS-NOSHOW-COUNT
033400     CLOSE HCIPSCH HCIPSCR HCIPCLN.
033500 7000-EXIT.
033600     EXIT.
033700*---------------------------------------------------------------*
034600     MOVE SPACES TO HCIP-SCD-LINE.
034700 8000-EXIT.
034800     EXIT.
034801*---------------------------------------------------------------*
034802* 6100-DATE-TO-DAY-NUMBER - YYYY-MM-DD in WS-DN-DATE to a       *
034803* serial day count in WS-DN-DAY-NUM (zero if the date will not  *
034804* parse).  Used for the run date's weekday.                     *
034805*---------------------------------------------------------------*
034806 6100-DATE-TO-DAY-NUMBER.
034807     MOVE 0 TO WS-DN-DAY-NUM
034808     IF WS-DN-YEAR-X IS NOT NUMERIC
034809             OR WS-DN-MONTH-X IS NOT NUMERIC
034810             OR WS-DN-DAY-X IS NOT NUMERIC
034811         GO TO 6100-EXIT
034812     END-IF
034813     MOVE WS-DN-YEAR-X  TO WS-DN-YEAR-N
034814     MOVE WS-DN-MONTH-X TO WS-DN-MONTH-N
034815     MOVE WS-DN-DAY-X   TO WS-DN-DAY-N
034816     IF WS-DN-MONTH-N < 1 OR WS-DN-MONTH-N > 12
034817         GO TO 6100-EXIT
034818     END-IF
034819     COMPUTE WS-DN-YR1 = WS-DN-YEAR-N - 1
034820     DIVIDE WS-DN-YR1 BY 4 GIVING WS-DN-Q4
034821     DIVIDE WS-DN-YR1 BY 100 GIVING WS-DN-Q100
034822     DIVIDE WS-DN-YR1 BY 400 GIVING WS-DN-Q400
034823     COMPUTE WS-DN-DAY-NUM = (WS-DN-YR1 * 365)
034824         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
034825         + WS-DN-CUM(WS-DN-MONTH-N) + WS-DN-DAY-N
034826     IF WS-DN-MONTH-N > 2
034827         DIVIDE WS-DN-YEAR-N BY 4 GIVING WS-DN-Q4
034828             REMAINDER WS-DN-REM-4
034829         DIVIDE WS-DN-YEAR-N BY 100 GIVING WS-DN-Q100
034830             REMAINDER WS-DN-REM-100
034831         DIVIDE WS-DN-YEAR-N BY 400 GIVING WS-DN-Q400
034832             REMAINDER WS-DN-REM-400
034833         IF (WS-DN-REM-4 = 0 AND WS-DN-REM-100 NOT = 0)
034834                 OR WS-DN-REM-400 = 0
034835             ADD 1 TO WS-DN-DAY-NUM
034836         END-IF
034837     END-IF.
034838 6100-EXIT.
034839     EXIT.
034840*---------------------------------------------------------------*
034841* 6200-TIME-TO-MINUTES - HH:MM[:SS] in WS-TM-TIME to minutes    *
034842* since midnight in WS-TM-MINUTES (zero if it will not parse).  *
034843*---------------------------------------------------------------*
034844 6200-TIME-TO-MINUTES.
034845     MOVE 0 TO WS-TM-MINUTES
034846     IF WS-TM-HH-X IS NOT NUMERIC
034847             OR WS-TM-MM-X IS NOT NUMERIC
034848         GO TO 6200-EXIT
034849     END-IF
034850     MOVE WS-TM-HH-X TO WS-TM-HH-N
034851     MOVE WS-TM-MM-X TO WS-TM-MM-N
034852     COMPUTE WS-TM-MINUTES = (WS-TM-HH-N * 60) + WS-TM-MM-N.
034853 6200-EXIT.
034854     EXIT.
034900*---------------------------------------------------------------*
035000* 9999-ABEND - unrecoverable file error.                        *
035100*---------------------------------------------------------------*
035200 9999-ABEND.
035300     DISPLAY 'HCIPSCD1 ABEND: ' WS-ABEND-MESSAGE
035400     CLOSE HCIPSCH HCIPSCR HCIPCLN
035500     MOVE 16 TO RETURN-CODE
035510     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
035600     STOP RUN.
035700 9999-EXIT.
035800     EXIT.
