000100*****************************************************************
000200* PROGRAM    : HCIPCLM1
000300* PURPOSE    : Nightly encounter claims extract for the billing
000400*              office.  Every KEPT appointment on HCIPSCH (marked
000500*              by VISIT1 when the visit's vitals are recorded) is
000600*              a billable encounter.  For each of the day's kept
000700*              appointments this job finds the matching HCIPVIS
000800*              visit and writes one HCIPCLMR claim carrying the
000900*              patient's insurance card number, the clinic, the
001000*              appointment reason, the visit date/time and the
001100*              prescriptions started that day on HCIPMED.
001200*
001300*              VISIT1 marks the patient's first still-booked
001400*              appointment of the day, so the n-th kept
001500*              appointment of a patient's day is matched to the
001600*              n-th visit of that day.
001700*
001800*              Each claimed encounter is recorded on the HCIPCLC
001900*              control file and never claimed again, so the night
002000*              can be rerun safely.  Encounters that cannot be
002100*              billed are listed on an exceptions report for the
002200*              billing clerks instead of being dropped:
002300*
002400*                - patient not on file, or merged away;
002500*                - blank insurance card number;
002600*                - kept appointment with no visit on file;
002700*                - visit on the day with no kept booking.
002800*
002850*              The claim date is the run-control business date
002900*              (HCIPRUN0), so a run that starts after midnight or
002950*              catches up a missed night under an HCIPRCO date
003000*              claims the right day.  A YYYY-MM-DD date in
003050*              columns 1-10 of the single-record HCIPPRM control
003100*              dataset overrides it.
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
004125* 101526 MRO    Claim date defaults to the run-control business
004150*               date rather than the clock; HCIPPRM overrides it.
004200*****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.   HCIPCLM1.
004500 AUTHOR.       M. OYELARAN.
004600 INSTALLATION. DEMOHEALTH DATA CENTER.
004700 DATE-WRITTEN. 10/15/2026.
004800 DATE-COMPILED.
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT HCIPSCH ASSIGN TO HCIPSCH
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS SCH-KEY
005600         FILE STATUS IS WS-SCH-STATUS.
005700     SELECT HCIPVIS ASSIGN TO HCIPVIS
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS VIS-KEY
006100         FILE STATUS IS WS-VIS-STATUS.
006200     SELECT HCIPPAT ASSIGN TO HCIPPAT
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS PAT-KEY
006600         FILE STATUS IS WS-PAT-STATUS.
006700     SELECT HCIPMED ASSIGN TO HCIPMED
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS MED-KEY
007100         FILE STATUS IS WS-MED-STATUS.
007200     SELECT HCIPCLC ASSIGN TO HCIPCLC
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS DYNAMIC
007500         RECORD KEY IS CLC-KEY
007600         FILE STATUS IS WS-CLC-STATUS.
007700     SELECT HCIPCLM ASSIGN TO HCIPCLM
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-CLM-STATUS.
008000     SELECT HCIPPRM ASSIGN TO HCIPPRM
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-PRM-STATUS.
008300     SELECT HCIPCLX ASSIGN TO HCIPCLX
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-CLX-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  HCIPSCH.
008900     COPY HCIPSCHR.
009000 FD  HCIPVIS.
009100     COPY HCIPVISR.
009200 FD  HCIPPAT.
009300     COPY HCIPPATR.
009400 FD  HCIPMED.
009500     COPY HCIPMEDR.
009600 FD  HCIPCLC.
009700     COPY HCIPCLCR.
009800 FD  HCIPCLM
009900     RECORDING MODE IS F.
010000     COPY HCIPCLMR.
010100 FD  HCIPPRM
010200     RECORDING MODE IS F.
010300 01  PRM-RECORD.
010400     03  PRM-CLAIM-DATE           PIC X(10).
010500     03  FILLER                   PIC X(70).
010600 FD  HCIPCLX
010700     RECORDING MODE IS F.
010800     COPY HCIPCLXL.
010900 WORKING-STORAGE SECTION.
011000 01  WS-FILE-STATUSES.
011100     03  WS-SCH-STATUS             PIC X(02) VALUE '00'.
011200     03  WS-VIS-STATUS             PIC X(02) VALUE '00'.
011300     03  WS-PAT-STATUS             PIC X(02) VALUE '00'.
011400     03  WS-MED-STATUS             PIC X(02) VALUE '00'.
011500     03  WS-CLC-STATUS             PIC X(02) VALUE '00'.
011600     03  WS-CLM-STATUS             PIC X(02) VALUE '00'.
011700     03  WS-PRM-STATUS             PIC X(02) VALUE '00'.
011800     03  WS-CLX-STATUS             PIC X(02) VALUE '00'.
011900 01  WS-SWITCHES.
012000     03  WS-SCH-EOF-SW             PIC X(01) VALUE 'N'.
012100         88  WS-SCH-EOF                VALUE 'Y'.
012200     03  WS-VIS-EOF-SW             PIC X(01) VALUE 'N'.
012300         88  WS-VIS-EOF                VALUE 'Y'.
012400     03  WS-MED-EOF-SW             PIC X(01) VALUE 'N'.
012500         88  WS-MED-EOF                VALUE 'Y'.
012600     03  WS-PATIENT-FOUND-SW       PIC X(01) VALUE 'N'.
012700         88  WS-PATIENT-FOUND          VALUE 'Y'.
012800     03  WS-VISIT-FOUND-SW         PIC X(01) VALUE 'N'.
012900         88  WS-VISIT-FOUND            VALUE 'Y'.
013000     03  WS-CLAIMED-SW             PIC X(01) VALUE 'N'.
013100         88  WS-ALREADY-CLAIMED        VALUE 'Y'.
013200     03  WS-SEARCH-DONE-SW         PIC X(01) VALUE 'N'.
013300         88  WS-SEARCH-DONE            VALUE 'Y'.
013900 01  WS-RUN-DATE                   PIC X(10) VALUE SPACES.
014000 01  WS-RUN-TIME-RAW               PIC X(08) VALUE SPACES.
014100 01  WS-RUN-TIME-RAW-R REDEFINES WS-RUN-TIME-RAW.
014200     03  WS-RT-HH                  PIC X(02).
014300     03  WS-RT-MM                  PIC X(02).
014400     03  WS-RT-SS                  PIC X(02).
014500     03  FILLER                    PIC X(02).
014600 01  WS-RUN-TIME                   PIC X(08) VALUE SPACES.
014700 01  WS-CLAIM-DATE                 PIC X(10) VALUE SPACES.
014800*---------------------------------------------------------------*
014900* Encounter matching.  WS-GRP-PATIENT-ID is the patient whose   *
015000* kept appointments (pass 1) or visits (pass 2) are being       *
015100* counted; WS-KEPT-SEQ / WS-VIS-SEQ are the ordinals within it. *
015200*---------------------------------------------------------------*
015300 01  WS-GRP-PATIENT-ID             PIC 9(10) VALUE ZERO.
015400 01  WS-KEPT-SEQ                   PIC 9(04) VALUE ZERO.
015500 01  WS-VIS-SEQ                    PIC 9(04) VALUE ZERO.
015600 01  WS-KEPT-COUNT                 PIC 9(04) VALUE ZERO.
015700 01  WS-EXCEPTION-REASON           PIC X(40) VALUE SPACES.
015800*---------------------------------------------------------------*
015900* Date-to-day-number work fields (claim date validation)        *
016000*---------------------------------------------------------------*
016100 01  WS-DN-DATE                    PIC X(10).
016200 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
016300     03  WS-DN-YEAR-X              PIC X(04).
016400     03  FILLER                    PIC X(01).
016500     03  WS-DN-MONTH-X             PIC X(02).
016600     03  FILLER                    PIC X(01).
016700     03  WS-DN-DAY-X               PIC X(02).
016800 01  WS-DN-YEAR-N                  PIC 9(04) VALUE ZERO.
016900 01  WS-DN-MONTH-N                 PIC 9(02) VALUE ZERO.
017000 01  WS-DN-DAY-N                   PIC 9(02) VALUE ZERO.
017100 01  WS-DN-YR1                     PIC 9(04) VALUE ZERO.
017200 01  WS-DN-Q4                      PIC 9(09) VALUE ZERO.
017300 01  WS-DN-Q100                    PIC 9(09) VALUE ZERO.
017400 01  WS-DN-Q400                    PIC 9(09) VALUE ZERO.
017500 01  WS-DN-REM-4                   PIC 9(09) VALUE ZERO.
017600 01  WS-DN-REM-100                 PIC 9(09) VALUE ZERO.
017700 01  WS-DN-REM-400                 PIC 9(09) VALUE ZERO.
017800 01  WS-DN-DAY-NUM                 PIC 9(08) VALUE ZERO.
017900 01  WS-DN-CUM-TAB.
018000     03  FILLER                    PIC 9(03) VALUE 000.
018100     03  FILLER                    PIC 9(03) VALUE 031.
018200     03  FILLER                    PIC 9(03) VALUE 059.
018300     03  FILLER                    PIC 9(03) VALUE 090.
018400     03  FILLER                    PIC 9(03) VALUE 120.
018500     03  FILLER                    PIC 9(03) VALUE 151.
018600     03  FILLER                    PIC 9(03) VALUE 181.
018700     03  FILLER                    PIC 9(03) VALUE 212.
018800     03  FILLER                    PIC 9(03) VALUE 243.
018900     03  FILLER                    PIC 9(03) VALUE 273.
019000     03  FILLER                    PIC 9(03) VALUE 304.
019100     03  FILLER                    PIC 9(03) VALUE 334.
019200 01  WS-DN-CUM-R REDEFINES WS-DN-CUM-TAB.
019300     03  WS-DN-CUM                 PIC 9(03) OCCURS 12 TIMES.
019400*---------------------------------------------------------------*
019500* Counters                                                      *
019600*---------------------------------------------------------------*
019700 01  WS-KEPT-FOUND                 PIC 9(08) VALUE ZERO.
019800 01  WS-CLAIMS-WRITTEN             PIC 9(08) VALUE ZERO.
019900 01  WS-PREVIOUSLY-CLAIMED         PIC 9(08) VALUE ZERO.
020000 01  WS-EXCEPTIONS                 PIC 9(08) VALUE ZERO.
020100 01  WS-RX-CLAIMED                 PIC 9(08) VALUE ZERO.
020200 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
020210     COPY HCIPRUNA.
020300 PROCEDURE DIVISION.
020400*---------------------------------------------------------------*
020500* 0000-MAINLINE                                                 *
020600*---------------------------------------------------------------*
020700 0000-MAINLINE.
020710     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
020800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
020900     PERFORM 2000-CLAIM-KEPT-APPOINTMENTS THRU 2000-EXIT
021000     PERFORM 3000-FIND-UNBOOKED-VISITS THRU 3000-EXIT
021100     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
021200     PERFORM 7000-TERMINATE THRU 7000-EXIT
021210     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
021300     STOP RUN.
021302*---------------------------------------------------------------*
021304* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
021306* (rc 12) while a predecessor is incomplete or when this job    *
021308* already ran for the business date, unless an HCIPRCO override *
021310* card is supplied; the end posts the counts and return code,   *
021312* from 9999-ABEND as well.                                      *
021314*---------------------------------------------------------------*
021316 0100-START-RUN-CONTROL.
021318     MOVE 'START'    TO RUNC-FUNCTION
021320     MOVE 'HCIPCLM1' TO RUNC-JOB-NAME
021322     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
021324     IF RUNC-REFUSED
021326         MOVE 12 TO RETURN-CODE
021328         STOP RUN
021330     END-IF
021332     IF NOT RUNC-OK
021334         MOVE 16 TO RETURN-CODE
021336         STOP RUN
021338     END-IF.
021340 0100-EXIT.
021342     EXIT.
021344 0200-POST-RUN-CONTROL.
021346     MOVE 'END  '     TO RUNC-FUNCTION
021348     MOVE RETURN-CODE TO RUNC-JOB-RC
021350     MOVE WS-KEPT-FOUND TO RUNC-RECORDS-IN
021352     MOVE WS-CLAIMS-WRITTEN TO RUNC-RECORDS-OUT
021354     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
021356     MOVE RUNC-JOB-RC TO RETURN-CODE.
021358 0200-EXIT.
021360     EXIT.
021400*---------------------------------------------------------------*
021450* 1000-INITIALIZE - the claim date is the business date HCIPRUN0*
021500* returned at the start unless the HCIPPRM card overrides it,   *
021550* then open everything.  The claims extract is appended to and  *
021600* the control file created on the first run, the fallbacks      *
021650* HCIPVSP1 and HCIPCLN1 use.                                    *
021900*---------------------------------------------------------------*
022000 1000-INITIALIZE.
022100     MOVE RUNC-BUSINESS-DATE TO WS-RUN-DATE
022200     ACCEPT WS-RUN-TIME-RAW FROM TIME
023000     STRING WS-RT-HH DELIMITED BY SIZE
023100            ':' DELIMITED BY SIZE
023200            WS-RT-MM DELIMITED BY SIZE
023300            ':' DELIMITED BY SIZE
023400            WS-RT-SS DELIMITED BY SIZE
023500         INTO WS-RUN-TIME
023600     END-STRING
023700     MOVE WS-RUN-DATE TO WS-CLAIM-DATE
023800     OPEN INPUT HCIPPRM
023900     IF WS-PRM-STATUS NOT = '00'
024000         MOVE 'UNABLE TO OPEN HCIPPRM' TO WS-ABEND-MESSAGE
024100         PERFORM 9999-ABEND THRU 9999-EXIT
024200     END-IF
024300     READ HCIPPRM
024400         AT END
024500             MOVE SPACES TO PRM-RECORD
024600     END-READ
024700     IF PRM-CLAIM-DATE NOT = SPACES
024800         MOVE PRM-CLAIM-DATE TO WS-DN-DATE
024900         PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
025000         IF WS-DN-DAY-NUM = 0
025100             MOVE 'HCIPPRM CLAIM DATE NOT YYYY-MM-DD'
025200                 TO WS-ABEND-MESSAGE
025300             PERFORM 9999-ABEND THRU 9999-EXIT
025400         END-IF
025500         MOVE PRM-CLAIM-DATE TO WS-CLAIM-DATE
025600     END-IF
025700     OPEN INPUT HCIPSCH
025800     IF WS-SCH-STATUS NOT = '00'
025900         MOVE 'UNABLE TO OPEN HCIPSCH' TO WS-ABEND-MESSAGE
026000         PERFORM 9999-ABEND THRU 9999-EXIT
026100     END-IF
026200     OPEN INPUT HCIPVIS
026300     IF WS-VIS-STATUS NOT = '00'
026400         MOVE 'UNABLE TO OPEN HCIPVIS' TO WS-ABEND-MESSAGE
026500         PERFORM 9999-ABEND THRU 9999-EXIT
026600     END-IF
026700     OPEN INPUT HCIPPAT
026800     IF WS-PAT-STATUS NOT = '00'
026900         MOVE 'UNABLE TO OPEN HCIPPAT' TO WS-ABEND-MESSAGE
027000         PERFORM 9999-ABEND THRU 9999-EXIT
027100     END-IF
027200     OPEN INPUT HCIPMED
027300     IF WS-MED-STATUS NOT = '00'
027400         MOVE 'UNABLE TO OPEN HCIPMED' TO WS-ABEND-MESSAGE
027500         PERFORM 9999-ABEND THRU 9999-EXIT
027600     END-IF
027700     OPEN I-O HCIPCLC
027800     IF WS-CLC-STATUS = '35'
027900         OPEN OUTPUT HCIPCLC
028000         CLOSE HCIPCLC
028100         OPEN I-O HCIPCLC
028200     END-IF
028300     IF WS-CLC-STATUS NOT = '00'
028400         MOVE 'UNABLE TO OPEN HCIPCLC' TO WS-ABEND-MESSAGE
028500         PERFORM 9999-ABEND THRU 9999-EXIT
028600     END-IF
028700     OPEN EXTEND HCIPCLM
028800     IF WS-CLM-STATUS = '35'
028900         OPEN OUTPUT HCIPCLM
029000     END-IF
029100     IF WS-CLM-STATUS NOT = '00'
029200         MOVE 'UNABLE TO OPEN HCIPCLM' TO WS-ABEND-MESSAGE
029300         PERFORM 9999-ABEND THRU 9999-EXIT
029400     END-IF
029500     OPEN OUTPUT HCIPCLX
029600     IF WS-CLX-STATUS NOT = '00'
029700         MOVE 'UNABLE TO OPEN HCIPCLX' TO WS-ABEND-MESSAGE
029800         PERFORM 9999-ABEND THRU 9999-EXIT
029900     END-IF
030000     MOVE SPACES TO HCIP-CLX-LINE
030100     MOVE '1'    TO CLX-CC
030200     STRING 'CLAIMS EXCEPTIONS FOR ' DELIMITED BY SIZE
030300            WS-CLAIM-DATE DELIMITED BY SIZE
030400         INTO CLX-SH-TITLE
030500     END-STRING
030600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
030700     MOVE SPACES TO HCIP-CLX-LINE
030800     MOVE '0'    TO CLX-CC
030900     MOVE 'PATIENT'     TO CLX-ED-PATIENT-ID
031000     MOVE 'DATE'        TO CLX-ED-DATE
031100     MOVE 'TIME'        TO CLX-ED-TIME
031200     MOVE 'CLINIC'      TO CLX-ED-CLINIC-ID
031300     MOVE 'CARD'        TO CLX-ED-INS-CARD-NUM
031400     MOVE 'REASON'      TO CLX-ED-REASON
031500     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
031600 1000-EXIT.
031700     EXIT.
031800*---------------------------------------------------------------*
031900* 2000-CLAIM-KEPT-APPOINTMENTS - pass 1: every kept appointment *
032000* on the claim date, in key order.                              *
032100*---------------------------------------------------------------*
032200 2000-CLAIM-KEPT-APPOINTMENTS.
032300     MOVE 'N' TO WS-SCH-EOF-SW
032400     PERFORM 2100-CLAIM-STEP THRU 2100-EXIT
032500         UNTIL WS-SCH-EOF.
032600 2000-EXIT.
032700     EXIT.
032800 2100-CLAIM-STEP.
032900     READ HCIPSCH NEXT RECORD
033000         AT END
033100             MOVE 'Y' TO WS-SCH-EOF-SW
033200     END-READ
033300     IF WS-SCH-EOF
033400         GO TO 2100-EXIT
033500     END-IF
033600     IF NOT SCH-KEPT OR SCH-APPT-DATE NOT = WS-CLAIM-DATE
033700         GO TO 2100-EXIT
033800     END-IF
033900     IF SCH-PATIENT-ID NOT = WS-GRP-PATIENT-ID
034000         MOVE SCH-PATIENT-ID TO WS-GRP-PATIENT-ID
034100         MOVE 0 TO WS-KEPT-SEQ
034200     END-IF
034300     ADD 1 TO WS-KEPT-SEQ
034400     ADD 1 TO WS-KEPT-FOUND
034500     MOVE SCH-KEY TO CLC-ENCOUNTER-KEY
034600     MOVE 'Y' TO WS-CLAIMED-SW
034700     READ HCIPCLC
034800         INVALID KEY
034900             MOVE 'N' TO WS-CLAIMED-SW
035000     END-READ
035100     IF WS-ALREADY-CLAIMED
035200         ADD 1 TO WS-PREVIOUSLY-CLAIMED
035300         GO TO 2100-EXIT
035400     END-IF
035500     MOVE SCH-PATIENT-ID TO PAT-PATIENT-ID
035600     PERFORM 2200-READ-PATIENT THRU 2200-EXIT
035700     IF NOT WS-PATIENT-FOUND
035800         MOVE 'PATIENT NOT ON FILE' TO WS-EXCEPTION-REASON
035900         PERFORM 2900-PRINT-APPT-EXCEPTION THRU 2900-EXIT
036000         GO TO 2100-EXIT
036100     END-IF
036200     IF PAT-MERGED
036300         MOVE SPACES TO WS-EXCEPTION-REASON
036400         STRING 'PATIENT MERGED INTO ' DELIMITED BY SIZE
036500                PAT-MERGED-TO-ID DELIMITED BY SIZE
036600             INTO WS-EXCEPTION-REASON
036700         END-STRING
036800         PERFORM 2900-PRINT-APPT-EXCEPTION THRU 2900-EXIT
036900         GO TO 2100-EXIT
037000     END-IF
037100     IF PAT-INS-CARD-NUM = SPACES
037200         MOVE 'NO INSURANCE CARD ON PATIENT'
037300             TO WS-EXCEPTION-REASON
037400         PERFORM 2900-PRINT-APPT-EXCEPTION THRU 2900-EXIT
037500         GO TO 2100-EXIT
037600     END-IF
037700     PERFORM 2300-FIND-VISIT THRU 2300-EXIT
037800     IF NOT WS-VISIT-FOUND
037900         MOVE 'KEPT APPOINTMENT, NO VISIT ON FILE'
038000             TO WS-EXCEPTION-REASON
038100         PERFORM 2900-PRINT-APPT-EXCEPTION THRU 2900-EXIT
038200         GO TO 2100-EXIT
038300     END-IF
038400     PERFORM 2400-BUILD-CLAIM THRU 2400-EXIT
038500     PERFORM 2500-WRITE-CLAIM THRU 2500-EXIT.
038600 2100-EXIT.
038700     EXIT.
038800 2200-READ-PATIENT.
038900     MOVE 'Y' TO WS-PATIENT-FOUND-SW
039000     READ HCIPPAT
039100         INVALID KEY
039200             MOVE 'N' TO WS-PATIENT-FOUND-SW
039300     END-READ.
039400 2200-EXIT.
039500     EXIT.
039600*---------------------------------------------------------------*
039700* 2300-FIND-VISIT - the WS-KEPT-SEQ-th visit of the patient on  *
039800* the appointment date, by a keyed browse of HCIPVIS.           *
039900*---------------------------------------------------------------*
040000 2300-FIND-VISIT.
040100     MOVE 'N' TO WS-VISIT-FOUND-SW
040200     MOVE 'N' TO WS-SEARCH-DONE-SW
040300     MOVE 0 TO WS-VIS-SEQ
040400     MOVE SCH-PATIENT-ID TO VIS-PATIENT-ID
040500     MOVE SCH-APPT-DATE  TO VIS-VISIT-DATE
040600     MOVE LOW-VALUES     TO VIS-VISIT-TIME
040700     START HCIPVIS KEY IS NOT LESS THAN VIS-KEY
040800         INVALID KEY
040900             MOVE 'Y' TO WS-SEARCH-DONE-SW
041000     END-START
041100     PERFORM 2310-FIND-VISIT-STEP THRU 2310-EXIT
041200         UNTIL WS-SEARCH-DONE.
041300 2300-EXIT.
041400     EXIT.
041500 2310-FIND-VISIT-STEP.
041600     READ HCIPVIS NEXT RECORD
041700         AT END
041800             MOVE 'Y' TO WS-SEARCH-DONE-SW
041900             GO TO 2310-EXIT
042000     END-READ
042100     IF VIS-PATIENT-ID NOT = SCH-PATIENT-ID
042200             OR VIS-VISIT-DATE NOT = SCH-APPT-DATE
042300         MOVE 'Y' TO WS-SEARCH-DONE-SW
042400         GO TO 2310-EXIT
042500     END-IF
042600     ADD 1 TO WS-VIS-SEQ
042700     IF WS-VIS-SEQ = WS-KEPT-SEQ
042800         MOVE 'Y' TO WS-VISIT-FOUND-SW
042900         MOVE 'Y' TO WS-SEARCH-DONE-SW
043000     END-IF.
043100 2310-EXIT.
043200     EXIT.
043300*---------------------------------------------------------------*
043400* 2400-BUILD-CLAIM - encounter fields, then the prescriptions   *
043500* started on the visit date from a browse of the patient's      *
043600* HCIPMED records.                                              *
043700*---------------------------------------------------------------*
043800 2400-BUILD-CLAIM.
043900     MOVE SPACES           TO HCIP-CLAIM-RECORD
044000     MOVE SCH-KEY          TO CLM-ENCOUNTER-KEY
044100     MOVE PAT-INS-CARD-NUM TO CLM-INS-CARD-NUM
044200     MOVE SCH-CLINIC-ID    TO CLM-CLINIC-ID
044300     MOVE SCH-REASON       TO CLM-REASON
044400     MOVE VIS-VISIT-DATE   TO CLM-VISIT-DATE
044500     MOVE VIS-VISIT-TIME   TO CLM-VISIT-TIME
044600     MOVE WS-CLAIM-DATE    TO CLM-CLAIM-DATE
044700     MOVE 0                TO CLM-RX-COUNT
044800     MOVE 'N' TO WS-MED-EOF-SW
044900     MOVE SCH-PATIENT-ID TO MED-PATIENT-ID
045000     MOVE 0              TO MED-PRESCRIPTION-ID
045100     START HCIPMED KEY IS NOT LESS THAN MED-KEY
045200         INVALID KEY
045300             MOVE 'Y' TO WS-MED-EOF-SW
045400     END-START
045500     PERFORM 2410-ADD-RX-STEP THRU 2410-EXIT
045600         UNTIL WS-MED-EOF.
045700 2400-EXIT.
045800     EXIT.
045900 2410-ADD-RX-STEP.
046000     READ HCIPMED NEXT RECORD
046100         AT END
046200             MOVE 'Y' TO WS-MED-EOF-SW
046300             GO TO 2410-EXIT
046400     END-READ
046500     IF MED-PATIENT-ID NOT = SCH-PATIENT-ID
046600         MOVE 'Y' TO WS-MED-EOF-SW
046700         GO TO 2410-EXIT
046800     END-IF
046900     IF MED-START-DATE NOT = CLM-VISIT-DATE
047000         GO TO 2410-EXIT
047100     END-IF
047200     IF CLM-RX-COUNT < 99
047300         ADD 1 TO CLM-RX-COUNT
047400     END-IF
047500     IF CLM-RX-COUNT > 10
047600         GO TO 2410-EXIT
047700     END-IF
047800     MOVE MED-PRESCRIPTION-ID TO CLM-RX-PRESCRIPTION-ID
047900         (CLM-RX-COUNT)
048000     MOVE MED-DRUG-NAME TO CLM-RX-DRUG-NAME(CLM-RX-COUNT)
048100     MOVE MED-STRENGTH  TO CLM-RX-STRENGTH(CLM-RX-COUNT)
048200     ADD 1 TO WS-RX-CLAIMED.
048300 2410-EXIT.
048400     EXIT.
048500*---------------------------------------------------------------*
048600* 2500-WRITE-CLAIM - the claim, then its control record.  A     *
048700* claim is only ever marked once it is on the extract.          *
048800*---------------------------------------------------------------*
048900 2500-WRITE-CLAIM.
049000     WRITE HCIP-CLAIM-RECORD
049100     IF WS-CLM-STATUS NOT = '00'
049200         MOVE 'UNABLE TO WRITE HCIPCLM' TO WS-ABEND-MESSAGE
049300         PERFORM 9999-ABEND THRU 9999-EXIT
049400     END-IF
049500     MOVE SPACES            TO HCIP-CLAIM-CONTROL-RECORD
049600     MOVE SCH-KEY           TO CLC-ENCOUNTER-KEY
049700     MOVE WS-CLAIM-DATE     TO CLC-CLAIM-DATE
049800     MOVE WS-RUN-DATE       TO CLC-RUN-DATE
049900     MOVE WS-RUN-TIME       TO CLC-RUN-TIME
050000     MOVE PAT-INS-CARD-NUM  TO CLC-INS-CARD-NUM
050100     WRITE HCIP-CLAIM-CONTROL-RECORD
050200     IF WS-CLC-STATUS NOT = '00'
050300         MOVE 'UNABLE TO WRITE HCIPCLC' TO WS-ABEND-MESSAGE
050400         PERFORM 9999-ABEND THRU 9999-EXIT
050500     END-IF
050600     ADD 1 TO WS-CLAIMS-WRITTEN.
050700 2500-EXIT.
050800     EXIT.
050900 2900-PRINT-APPT-EXCEPTION.
051000     MOVE SPACES TO HCIP-CLX-LINE
051100     MOVE ' '    TO CLX-CC
051200     MOVE SCH-PATIENT-ID TO CLX-ED-PATIENT-ID
051300     MOVE SCH-APPT-DATE  TO CLX-ED-DATE
051400     MOVE SCH-APPT-TIME  TO CLX-ED-TIME
051500     MOVE SCH-CLINIC-ID  TO CLX-ED-CLINIC-ID
051600     IF WS-PATIENT-FOUND
051700         MOVE PAT-INS-CARD-NUM TO CLX-ED-INS-CARD-NUM
051800     END-IF
051900     MOVE WS-EXCEPTION-REASON TO CLX-ED-REASON
052000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
052100     ADD 1 TO WS-EXCEPTIONS.
052200 2900-EXIT.
052300     EXIT.
052400*---------------------------------------------------------------*
052500* 3000-FIND-UNBOOKED-VISITS - pass 2 over HCIPVIS: a patient's  *
052600* visits on the claim date beyond the number of kept bookings   *
052700* that day have nothing to bill against.                        *
052800*---------------------------------------------------------------*
052900 3000-FIND-UNBOOKED-VISITS.
053000     MOVE 'N' TO WS-VIS-EOF-SW
053100     MOVE 0 TO WS-GRP-PATIENT-ID
053200     MOVE LOW-VALUES TO VIS-KEY
053300     START HCIPVIS KEY IS NOT LESS THAN VIS-KEY
053400         INVALID KEY
053500             MOVE 'Y' TO WS-VIS-EOF-SW
053600     END-START
053700     PERFORM 3100-VISIT-STEP THRU 3100-EXIT
053800         UNTIL WS-VIS-EOF.
053900 3000-EXIT.
054000     EXIT.
054100 3100-VISIT-STEP.
054200     READ HCIPVIS NEXT RECORD
054300         AT END
054400             MOVE 'Y' TO WS-VIS-EOF-SW
054500             GO TO 3100-EXIT
054600     END-READ
054700     IF VIS-VISIT-DATE NOT = WS-CLAIM-DATE
054800         GO TO 3100-EXIT
054900     END-IF
055000     IF VIS-PATIENT-ID NOT = WS-GRP-PATIENT-ID
055100         MOVE VIS-PATIENT-ID TO WS-GRP-PATIENT-ID
055200         MOVE 0 TO WS-VIS-SEQ
055300         PERFORM 3200-COUNT-KEPT THRU 3200-EXIT
055400     END-IF
055500     ADD 1 TO WS-VIS-SEQ
055600     IF WS-VIS-SEQ > WS-KEPT-COUNT
055700         MOVE SPACES TO HCIP-CLX-LINE
055800         MOVE ' '    TO CLX-CC
055900         MOVE VIS-PATIENT-ID TO CLX-ED-PATIENT-ID
056000         MOVE VIS-VISIT-DATE TO CLX-ED-DATE
056100         MOVE VIS-VISIT-TIME TO CLX-ED-TIME
056200         MOVE VIS-PATIENT-ID TO PAT-PATIENT-ID
056300         PERFORM 2200-READ-PATIENT THRU 2200-EXIT
056400         IF WS-PATIENT-FOUND
056500             MOVE PAT-INS-CARD-NUM TO CLX-ED-INS-CARD-NUM
056600         END-IF
056700         MOVE 'VISIT WITH NO KEPT BOOKING' TO CLX-ED-REASON
056800         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
056900         ADD 1 TO WS-EXCEPTIONS
057000     END-IF.
057100 3100-EXIT.
057200     EXIT.
057300*---------------------------------------------------------------*
057400* 3200-COUNT-KEPT - kept appointments on file for the visit's   *
057500* patient on the claim date.                                    *
057600*---------------------------------------------------------------*
057700 3200-COUNT-KEPT.
057800     MOVE 0 TO WS-KEPT-COUNT
057900     MOVE 'N' TO WS-SEARCH-DONE-SW
058000     MOVE VIS-PATIENT-ID TO SCH-PATIENT-ID
058100     MOVE WS-CLAIM-DATE  TO SCH-APPT-DATE
058200     MOVE LOW-VALUES     TO SCH-APPT-TIME
058300     START HCIPSCH KEY IS NOT LESS THAN SCH-KEY
058400         INVALID KEY
058500             MOVE 'Y' TO WS-SEARCH-DONE-SW
058600     END-START
058700     PERFORM 3210-COUNT-KEPT-STEP THRU 3210-EXIT
058800         UNTIL WS-SEARCH-DONE.
058900 3200-EXIT.
059000     EXIT.
059100 3210-COUNT-KEPT-STEP.
059200     READ HCIPSCH NEXT RECORD
059300         AT END
059400             MOVE 'Y' TO WS-SEARCH-DONE-SW
059500             GO TO 3210-EXIT
059600     END-READ
059700     IF SCH-PATIENT-ID NOT = VIS-PATIENT-ID
059800             OR SCH-APPT-DATE NOT = WS-CLAIM-DATE
059900         MOVE 'Y' TO WS-SEARCH-DONE-SW
060000         GO TO 3210-EXIT
060100     END-IF
060200     IF SCH-KEPT
060300         ADD 1 TO WS-KEPT-COUNT
060400     END-IF.
060500 3210-EXIT.
060600     EXIT.
060700*---------------------------------------------------------------*
060800* 6000-PRINT-SUMMARY - totals at the foot of the report.        *
060900*---------------------------------------------------------------*
061000 6000-PRINT-SUMMARY.
061100     IF WS-EXCEPTIONS = 0
061200         MOVE SPACES TO HCIP-CLX-LINE
061300         MOVE ' '    TO CLX-CC
061400         MOVE '  (NO EXCEPTIONS)' TO CLX-BODY
061500         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
061600     END-IF
061700     MOVE SPACES TO HCIP-CLX-LINE
061800     MOVE '0'    TO CLX-CC
061900     MOVE 'KEPT APPOINTMENTS FOUND:          ' TO CLX-TOT-LABEL
062000     MOVE WS-KEPT-FOUND TO CLX-TOT-COUNT
062100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
062200     MOVE SPACES TO HCIP-CLX-LINE
062300     MOVE ' '    TO CLX-CC
062400     MOVE 'CLAIMS WRITTEN:                   ' TO CLX-TOT-LABEL
062500     MOVE WS-CLAIMS-WRITTEN TO CLX-TOT-COUNT
062600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
062700     MOVE SPACES TO HCIP-CLX-LINE
062800     MOVE ' '    TO CLX-CC
062900     MOVE 'ALREADY CLAIMED (NOT RESENT):     ' TO CLX-TOT-LABEL
063000     MOVE WS-PREVIOUSLY-CLAIMED TO CLX-TOT-COUNT
063100     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
063200     MOVE SPACES TO HCIP-CLX-LINE
063300     MOVE ' '    TO CLX-CC
063400     MOVE 'EXCEPTIONS LISTED:                ' TO CLX-TOT-LABEL
063500     MOVE WS-EXCEPTIONS TO CLX-TOT-COUNT
063600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
063700     DISPLAY 'HCIPCLM1 CLAIM DATE:         ' WS-CLAIM-DATE
063800     DISPLAY 'HCIPCLM1 KEPT APPOINTMENTS:  ' WS-KEPT-FOUND
063900     DISPLAY 'HCIPCLM1 CLAIMS WRITTEN:     ' WS-CLAIMS-WRITTEN
064000     DISPLAY 'HCIPCLM1 PRESCRIPTIONS:      ' WS-RX-CLAIMED
064100     DISPLAY 'HCIPCLM1 ALREADY CLAIMED:    ' WS-PREVIOUSLY-CLAIMED
064200     DISPLAY 'HCIPCLM1 EXCEPTIONS:         ' WS-EXCEPTIONS.
064300 6000-EXIT.
064400     EXIT.
064500*---------------------------------------------------------------*
064600* 6100-DATE-TO-DAY-NUMBER - YYYY-MM-DD in WS-DN-DATE to a       *
064700* serial day count in WS-DN-DAY-NUM (zero if the date will not  *
064800* parse), so two dates subtract to elapsed days.                *
064900*---------------------------------------------------------------*
065000 6100-DATE-TO-DAY-NUMBER.
065100     MOVE 0 TO WS-DN-DAY-NUM
065200     IF WS-DN-YEAR-X IS NOT NUMERIC
065300             OR WS-DN-MONTH-X IS NOT NUMERIC
065400             OR WS-DN-DAY-X IS NOT NUMERIC
065500         GO TO 6100-EXIT
065600     END-IF
065700     MOVE WS-DN-YEAR-X  TO WS-DN-YEAR-N
065800     MOVE WS-DN-MONTH-X TO WS-DN-MONTH-N
065900     MOVE WS-DN-DAY-X   TO WS-DN-DAY-N
066000     IF WS-DN-MONTH-N < 1 OR WS-DN-MONTH-N > 12
066100         GO TO 6100-EXIT
066200     END-IF
066300     COMPUTE WS-DN-YR1 = WS-DN-YEAR-N - 1
066400     DIVIDE WS-DN-YR1 BY 4 GIVING WS-DN-Q4
066500     DIVIDE WS-DN-YR1 BY 100 GIVING WS-DN-Q100
066600     DIVIDE WS-DN-YR1 BY 400 GIVING WS-DN-Q400
066700     COMPUTE WS-DN-DAY-NUM = (WS-DN-YR1 * 365)
066800         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
066900         + WS-DN-CUM(WS-DN-MONTH-N) + WS-DN-DAY-N
067000     IF WS-DN-MONTH-N > 2
067100         DIVIDE WS-DN-YEAR-N BY 4 GIVING WS-DN-Q4
067200             REMAINDER WS-DN-REM-4
067300         DIVIDE WS-DN-YEAR-N BY 100 GIVING WS-DN-Q100
067400             REMAINDER WS-DN-REM-100
067500         DIVIDE WS-DN-YEAR-N BY 400 GIVING WS-DN-Q400
067600             REMAINDER WS-DN-REM-400
067700         IF (WS-DN-REM-4 = 0 AND WS-DN-REM-100 NOT = 0)
067800                 OR WS-DN-REM-400 = 0
067900             ADD 1 TO WS-DN-DAY-NUM
068000         END-IF
068100     END-IF.
068200 6100-EXIT.
068300     EXIT.
068400*---------------------------------------------------------------*
068500* 7000-TERMINATE                                                *
068600*---------------------------------------------------------------*
068700 7000-TERMINATE.
068800     CLOSE HCIPSCH HCIPVIS HCIPPAT HCIPMED HCIPCLC HCIPCLM
068900           HCIPPRM HCIPCLX.
069000 7000-EXIT.
069100     EXIT.
069200*---------------------------------------------------------------*
069300* 8000-WRITE-REPORT-LINE                                        *
069400*---------------------------------------------------------------*
069500 8000-WRITE-REPORT-LINE.
069600     WRITE HCIP-CLX-LINE
069700     IF WS-CLX-STATUS NOT = '00'
069800         MOVE 'UNABLE TO WRITE HCIPCLX' TO WS-ABEND-MESSAGE
069900         PERFORM 9999-ABEND THRU 9999-EXIT
070000     END-IF.
070100 8000-EXIT.
070200     EXIT.
070300*---------------------------------------------------------------*
070400* 9999-ABEND - unrecoverable file error.  A control record is   *
070500* written only after its claim, so a rerun at worst finds one   *
070600* claim on the extract whose encounter is claimed again.        *
070700*---------------------------------------------------------------*
070800 9999-ABEND.
070900     DISPLAY 'HCIPCLM1 ABEND: ' WS-ABEND-MESSAGE
071000     CLOSE HCIPSCH HCIPVIS HCIPPAT HCIPMED HCIPCLC HCIPCLM
071100           HCIPPRM HCIPCLX
071200     MOVE 16 TO RETURN-CODE
071210     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
071300     STOP RUN.
071400 9999-EXIT.
071500     EXIT.
071600 END PROGRAM HCIPCLM1.
