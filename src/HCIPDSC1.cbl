000100*****************************************************************
000200* PROGRAM    : HCIPDSC1
000300* PURPOSE    : On-demand accounting of disclosures.  For each
000400*              patient id on the HCIPDSQ request cards this job
000500*              browses the HCIPAUA audit archive and lists every
000600*              disclosure of the patient's record made outside
000700*              the care team:
000800*
000900*                - care-summary packets released by HCIPPKT1
001000*                  (audit request id PKTREQ), and
001100*                - inclusion on the HCIPEXT1 downstream-
001200*                  reporting extract (audit request id EXTRPT),
001300*
001400*              each with its date and time, the operator who
001500*              requested it and the correlation id that ties it
001600*              back to the audit trail.  Only entries that
001700*              completed (return code 00) are disclosures.  The
001800*              patient's name, any merge into a surviving
001900*              record, and the consent in force today for
002000*              sharing, release and contact (HCIPCON) head each
002100*              patient's listing.
002200*
002300*              Request card: patient id in columns 1-10, the
002400*              person or body asking in columns 11-30, and an
002500*              optional YYYY-MM-DD from date (columns 31-40) and
002600*              to date (columns 41-50).  No from date lists all
002700*              history on the archive; the to date defaults to
002800*              today.  A card with a bad patient id or date is
002900*              rejected on the report and the run ends rc 4.
003000*              The archive holds entries up to the last HCIPAUD1
003100*              run, so a disclosure made today appears from
003200*              tomorrow.  Every file is read, not updated.
003300*
003400* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
003500* INSTALLATION: DEMOHEALTH DATA CENTER
003600* DATE-WRITTEN: 10/15/2026
003700* DATE-COMPILED:
003800*
003900* Modification history
004000* ----   ----   -----------------------------------------------
004100* 101526 MRO    Original version.
004200*****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID.   HCIPDSC1.
004500 AUTHOR.       M. OYELARAN.
004600 INSTALLATION. DEMOHEALTH DATA CENTER.
004700 DATE-WRITTEN. 10/15/2026.
004800 DATE-COMPILED.
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT HCIPDSQ ASSIGN TO HCIPDSQ
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-DSQ-STATUS.
005500     SELECT HCIPAUA ASSIGN TO HCIPAUA
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ARC-KEY
005900         FILE STATUS IS WS-ARC-STATUS.
006000     SELECT HCIPPAT ASSIGN TO HCIPPAT
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS PAT-KEY
006400         FILE STATUS IS WS-PAT-STATUS.
006500     SELECT HCIPCON ASSIGN TO HCIPCON
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS CON-KEY
006900         FILE STATUS IS WS-CON-STATUS.
007000     SELECT HCIPDSP ASSIGN TO HCIPDSP
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-DSP-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  HCIPDSQ
007600     RECORDING MODE IS F.
007700 01  DSQ-RECORD.
007800     03  DSQ-PATIENT-ID           PIC X(10).
007900     03  DSQ-REQUESTED-BY         PIC X(20).
008000     03  DSQ-FROM-DATE            PIC X(10).
008100     03  DSQ-TO-DATE              PIC X(10).
008200     03  FILLER                   PIC X(30).
008300 FD  HCIPAUA.
008400     COPY HCIPAUAR.
008500 FD  HCIPPAT.
008600     COPY HCIPPATR.
008700 FD  HCIPCON.
008800     COPY HCIPCONR.
008900 FD  HCIPDSP
009000     RECORDING MODE IS F.
009100     COPY HCIPDSCL.
009200 WORKING-STORAGE SECTION.
009300 01  WS-FILE-STATUSES.
009400     03  WS-DSQ-STATUS             PIC X(02) VALUE '00'.
009500     03  WS-ARC-STATUS             PIC X(02) VALUE '00'.
009600     03  WS-PAT-STATUS             PIC X(02) VALUE '00'.
009700     03  WS-CON-STATUS             PIC X(02) VALUE '00'.
009800     03  WS-DSP-STATUS             PIC X(02) VALUE '00'.
009900 01  WS-SWITCHES.
010000     03  WS-DSQ-EOF-SW             PIC X(01) VALUE 'N'.
010100         88  WS-DSQ-EOF                VALUE 'Y'.
010200     03  WS-ARC-EOF-SW             PIC X(01) VALUE 'N'.
010300         88  WS-ARC-EOF                VALUE 'Y'.
010400     03  WS-PAT-FOUND-SW           PIC X(01) VALUE 'N'.
010500         88  WS-PAT-FOUND              VALUE 'Y'.
010600     03  WS-CON-FILE-SW            PIC X(01) VALUE 'N'.
010700         88  WS-CON-ON-FILE            VALUE 'Y'.
010800     03  WS-CON-FOUND-SW           PIC X(01) VALUE 'N'.
010900         88  WS-CON-FOUND              VALUE 'Y'.
011000     03  WS-DATE-VALID-SW          PIC X(01) VALUE 'N'.
011100         88  WS-DATE-VALID             VALUE 'Y'.
011200*---------------------------------------------------------------*
011300* Current request                                               *
011400*---------------------------------------------------------------*
011500 01  WS-REQ-PATIENT-ID             PIC 9(10) VALUE ZERO.
011600 01  WS-REQ-FROM-DATE              PIC X(10) VALUE SPACES.
011700 01  WS-REQ-TO-DATE                PIC X(10) VALUE SPACES.
011800 01  WS-REJECT-REASON              PIC X(60) VALUE SPACES.
011900 01  WS-PERIOD-FROM                PIC X(10) VALUE SPACES.
012000*---------------------------------------------------------------*
012100* Consent in force.  Defaults as HCIPCONR: SHARE and CONTACT    *
012200* allowed, RELEASE refused.                                     *
012300*---------------------------------------------------------------*
012400 01  WS-CON-DEFAULT-LIST           PIC X(03) VALUE 'YNY'.
012500 01  WS-CON-DEFAULT-R REDEFINES WS-CON-DEFAULT-LIST.
012600     03  WS-CON-DEFAULT            PIC X(01) OCCURS 3 TIMES.
012700 01  WS-CON-LABEL-LIST.
012800     03  FILLER                    PIC X(20)
012900                                   VALUE 'CONSENT - SHARING:'.
013000     03  FILLER                    PIC X(20)
013100                                   VALUE 'CONSENT - RELEASE:'.
013200     03  FILLER                    PIC X(20)
013300                                   VALUE 'CONSENT - CONTACT:'.
013400 01  WS-CON-LABEL-R REDEFINES WS-CON-LABEL-LIST.
013500     03  WS-CON-LABEL              PIC X(20) OCCURS 3 TIMES.
013600 01  WS-CON-IX                     PIC 9(01) VALUE ZERO.
013700 01  WS-CON-SW                     PIC X(01) VALUE SPACE.
013800 01  WS-CON-WORD                   PIC X(07) VALUE SPACES.
013900 01  WS-CON-EXP-TEXT               PIC X(10) VALUE SPACES.
014000*---------------------------------------------------------------*
014100* Counters - per patient, then for the run                      *
014200*---------------------------------------------------------------*
014300 01  WS-PAT-PACKETS                PIC 9(08) VALUE ZERO.
014400 01  WS-PAT-EXTRACTS               PIC 9(08) VALUE ZERO.
014500 01  WS-PAT-DISCLOSURES            PIC 9(08) VALUE ZERO.
014600 01  WS-CNT-REQUESTS               PIC 9(08) VALUE ZERO.
014700 01  WS-CNT-REPORTS                PIC 9(08) VALUE ZERO.
014800 01  WS-CNT-REJECTED               PIC 9(08) VALUE ZERO.
014900 01  WS-CNT-ARC-READ               PIC 9(08) VALUE ZERO.
015000 01  WS-CNT-DISCLOSURES            PIC 9(08) VALUE ZERO.
015100 01  WS-RUN-DATE-8                 PIC 9(08) VALUE ZERO.
015200 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
015300     03  WS-RUN-YYYY               PIC X(04).
015400     03  WS-RUN-MM                 PIC X(02).
015500     03  WS-RUN-DD                 PIC X(02).
015600 01  WS-RPT-DATE                   PIC X(10) VALUE SPACES.
015700 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
015800*---------------------------------------------------------------*
015900* Date-to-day-number work fields (request date validation)      *
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
019400 01  WS-DAYS-IN-MONTH-TAB.
019500     03  FILLER                    PIC 9(02) VALUE 31.
019600     03  FILLER                    PIC 9(02) VALUE 28.
019700     03  FILLER                    PIC 9(02) VALUE 31.
019800     03  FILLER                    PIC 9(02) VALUE 30.
019900     03  FILLER                    PIC 9(02) VALUE 31.
020000     03  FILLER                    PIC 9(02) VALUE 30.
020100     03  FILLER                    PIC 9(02) VALUE 31.
020200     03  FILLER                    PIC 9(02) VALUE 31.
020300     03  FILLER                    PIC 9(02) VALUE 30.
020400     03  FILLER                    PIC 9(02) VALUE 31.
020500     03  FILLER                    PIC 9(02) VALUE 30.
020600     03  FILLER                    PIC 9(02) VALUE 31.
020700 01  WS-DAYS-IN-MONTH-R REDEFINES WS-DAYS-IN-MONTH-TAB.
020800     03  WS-DIM-TAB                PIC 9(02) OCCURS 12 TIMES.
020900 01  WS-DAYS-THIS-MONTH            PIC 9(02) VALUE ZERO.
021000 PROCEDURE DIVISION.
021100*---------------------------------------------------------------*
021200* 0000-MAINLINE                                                 *
021300*---------------------------------------------------------------*
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021600     PERFORM 2000-PROCESS-REQUEST THRU 2000-EXIT
021700         UNTIL WS-DSQ-EOF
021800     PERFORM 7000-TERMINATE THRU 7000-EXIT
021900     STOP RUN.
022000*---------------------------------------------------------------*
022100* 1000-INITIALIZE - today's date, then open the files.  A       *
022200* consent file not yet loaded (status 35) means every patient   *
022300* takes the HCIPCONR defaults.                                  *
022400*---------------------------------------------------------------*
022500 1000-INITIALIZE.
022600     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
022700     STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
022800         DELIMITED BY SIZE INTO WS-RPT-DATE
022900     OPEN INPUT HCIPDSQ
023000     IF WS-DSQ-STATUS NOT = '00'
023100         MOVE 'UNABLE TO OPEN HCIPDSQ' TO WS-ABEND-MESSAGE
023200         PERFORM 9999-ABEND THRU 9999-EXIT
023300     END-IF
023400     OPEN INPUT HCIPAUA
023500     IF WS-ARC-STATUS NOT = '00'
023600         MOVE 'UNABLE TO OPEN HCIPAUA' TO WS-ABEND-MESSAGE
023700         PERFORM 9999-ABEND THRU 9999-EXIT
023800     END-IF
023900     OPEN INPUT HCIPPAT
024000     IF WS-PAT-STATUS NOT = '00'
024100         MOVE 'UNABLE TO OPEN HCIPPAT' TO WS-ABEND-MESSAGE
024200         PERFORM 9999-ABEND THRU 9999-EXIT
024300     END-IF
024400     OPEN INPUT HCIPCON
024500     IF WS-CON-STATUS = '00'
024600         MOVE 'Y' TO WS-CON-FILE-SW
024700     ELSE
024800         IF WS-CON-STATUS NOT = '35'
024900             MOVE 'UNABLE TO OPEN HCIPCON' TO WS-ABEND-MESSAGE
025000             PERFORM 9999-ABEND THRU 9999-EXIT
025100         END-IF
025200     END-IF
025300     OPEN OUTPUT HCIPDSP
025400     IF WS-DSP-STATUS NOT = '00'
025500         MOVE 'UNABLE TO OPEN HCIPDSP' TO WS-ABEND-MESSAGE
025600         PERFORM 9999-ABEND THRU 9999-EXIT
025700     END-IF.
025800 1000-EXIT.
025900     EXIT.
026000*---------------------------------------------------------------*
026100* 2000-PROCESS-REQUEST - one request card: validate it, then    *
026200* print the patient heading, consent and disclosure listing on  *
026300* a new page.  A rejected card gets a page with the reason.     *
026400*---------------------------------------------------------------*
026500 2000-PROCESS-REQUEST.
026600     READ HCIPDSQ
026700         AT END
026800             MOVE 'Y' TO WS-DSQ-EOF-SW
026900             GO TO 2000-EXIT
027000     END-READ
027100     IF WS-DSQ-STATUS NOT = '00'
027200         MOVE 'UNABLE TO READ HCIPDSQ' TO WS-ABEND-MESSAGE
027300         PERFORM 9999-ABEND THRU 9999-EXIT
027400     END-IF
027500     IF DSQ-RECORD = SPACES
027600         GO TO 2000-EXIT
027700     END-IF
027800     ADD 1 TO WS-CNT-REQUESTS
027900     PERFORM 2050-VALIDATE-REQUEST THRU 2050-EXIT
028000     MOVE SPACES TO HCIP-DSC-LINE
028100     MOVE '1'    TO DSC-CC
028200     MOVE 'ACCOUNTING OF DISCLOSURES' TO DSC-SH-TITLE
028300     MOVE WS-RPT-DATE TO DSC-SH-RPT-DATE
028400     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
028500     MOVE 'PATIENT ID:'     TO DSC-LD-LABEL
028600     MOVE DSQ-PATIENT-ID    TO DSC-LD-VALUE
028700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
028800     MOVE 'REQUESTED BY:'   TO DSC-LD-LABEL
028900     MOVE DSQ-REQUESTED-BY  TO DSC-LD-VALUE
029000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
029100     IF WS-REJECT-REASON NOT = SPACES
029200         ADD 1 TO WS-CNT-REJECTED
029300         MOVE 'REQUEST REJECTED:' TO DSC-LD-LABEL
029400         MOVE WS-REJECT-REASON    TO DSC-LD-VALUE
029500         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
029600         GO TO 2000-EXIT
029700     END-IF
029800     ADD 1 TO WS-CNT-REPORTS
029900     PERFORM 2100-PRINT-PATIENT THRU 2100-EXIT
030000     PERFORM 2200-PRINT-CONSENT THRU 2200-EXIT
030100     PERFORM 2300-LIST-DISCLOSURES THRU 2300-EXIT.
030200 2000-EXIT.
030300     EXIT.
030400*---------------------------------------------------------------*
030500* 2050-VALIDATE-REQUEST - patient id numeric and not zero, the  *
030600* dates (when given) real YYYY-MM-DD calendar dates (6150),     *
030700* from not after to.                                            *
030800* WS-REJECT-REASON is left blank for a good card.               *
030900*---------------------------------------------------------------*
031000 2050-VALIDATE-REQUEST.
031100     MOVE SPACES TO WS-REJECT-REASON
031200     MOVE DSQ-FROM-DATE TO WS-REQ-FROM-DATE
031300     MOVE DSQ-TO-DATE   TO WS-REQ-TO-DATE
031400     IF DSQ-PATIENT-ID IS NOT NUMERIC
031500             OR DSQ-PATIENT-ID = ZERO
031600         MOVE 'PATIENT ID NOT NUMERIC' TO WS-REJECT-REASON
031700         GO TO 2050-EXIT
031800     END-IF
031900     MOVE DSQ-PATIENT-ID TO WS-REQ-PATIENT-ID
032000     IF WS-REQ-FROM-DATE NOT = SPACES
032100         MOVE WS-REQ-FROM-DATE TO WS-DN-DATE
032200         PERFORM 6150-CHECK-CARD-DATE THRU 6150-EXIT
032300         IF NOT WS-DATE-VALID
032400             MOVE 'FROM DATE NOT A VALID YYYY-MM-DD DATE'
032500                 TO WS-REJECT-REASON
032600             GO TO 2050-EXIT
032700         END-IF
032800     END-IF
032900     IF WS-REQ-TO-DATE = SPACES
033000         MOVE WS-RPT-DATE TO WS-REQ-TO-DATE
033100     ELSE
033200         MOVE WS-REQ-TO-DATE TO WS-DN-DATE
033300         PERFORM 6150-CHECK-CARD-DATE THRU 6150-EXIT
033400         IF NOT WS-DATE-VALID
033500             MOVE 'TO DATE NOT A VALID YYYY-MM-DD DATE'
033600                 TO WS-REJECT-REASON
033700             GO TO 2050-EXIT
033800         END-IF
033900     END-IF
034000     IF WS-REQ-FROM-DATE NOT = SPACES
034100             AND WS-REQ-FROM-DATE > WS-REQ-TO-DATE
034200         MOVE 'FROM DATE AFTER TO DATE' TO WS-REJECT-REASON
034300     END-IF.
034400 2050-EXIT.
034500     EXIT.
034600*---------------------------------------------------------------*
034700* 2100-PRINT-PATIENT - name from HCIPPAT, the survivor when the *
034800* record was merged away (disclosures made after the merge are  *
034900* held under the survivor's id), and the period covered.  A     *
035000* patient no longer on file is still listed from the archive.   *
035100*---------------------------------------------------------------*
035200 2100-PRINT-PATIENT.
035300     MOVE 'Y' TO WS-PAT-FOUND-SW
035400     MOVE WS-REQ-PATIENT-ID TO PAT-PATIENT-ID
035500     READ HCIPPAT
035600         INVALID KEY
035700             MOVE 'N' TO WS-PAT-FOUND-SW
035800     END-READ
035900     MOVE 'PATIENT NAME:' TO DSC-LD-LABEL
036000     IF WS-PAT-FOUND
036100         STRING PAT-FIRST-NAME DELIMITED BY SPACE
036200                ' ' DELIMITED BY SIZE
036300                PAT-LAST-NAME DELIMITED BY SIZE
036400             INTO DSC-LD-VALUE
036500         END-STRING
036600     ELSE
036700         MOVE '(NOT ON THE PATIENT MASTER)' TO DSC-LD-VALUE
036800     END-IF
036900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
037000     IF WS-PAT-FOUND AND PAT-MERGED
037100         MOVE 'MERGED INTO:' TO DSC-LD-LABEL
037200         STRING PAT-MERGED-TO-ID DELIMITED BY SIZE
037300                ' (LATER DISCLOSURES ARE UNDER THAT ID)'
037400                    DELIMITED BY SIZE
037500             INTO DSC-LD-VALUE
037600         END-STRING
037700         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
037800     END-IF
037900     MOVE WS-REQ-FROM-DATE TO WS-PERIOD-FROM
038000     IF WS-PERIOD-FROM = SPACES
038100         MOVE 'EARLIEST' TO WS-PERIOD-FROM
038200     END-IF
038300     MOVE 'PERIOD:' TO DSC-LD-LABEL
038400     STRING WS-PERIOD-FROM DELIMITED BY SPACE
038500            ' TO ' DELIMITED BY SIZE
038600            WS-REQ-TO-DATE DELIMITED BY SIZE
038700         INTO DSC-LD-VALUE
038800     END-STRING
038900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
039000 2100-EXIT.
039100     EXIT.
039200*---------------------------------------------------------------*
039300* 2200-PRINT-CONSENT - one line per consent scope, as in force  *
039400* today: the patient's decision with its dates, or the default  *
039500* where no decision is in force.                                *
039600*---------------------------------------------------------------*
039700 2200-PRINT-CONSENT.
039800     MOVE 'N' TO WS-CON-FOUND-SW
039900     IF WS-CON-ON-FILE
040000         MOVE 'Y' TO WS-CON-FOUND-SW
040100         MOVE WS-REQ-PATIENT-ID TO CON-PATIENT-ID
040200         READ HCIPCON
040300             INVALID KEY
040400                 MOVE 'N' TO WS-CON-FOUND-SW
040500         END-READ
040600     END-IF
040700     MOVE 1 TO WS-CON-IX
040800     PERFORM 2250-CONSENT-STEP THRU 2250-EXIT
040900         UNTIL WS-CON-IX > 3.
041000 2200-EXIT.
041100     EXIT.
041200 2250-CONSENT-STEP.
041300     MOVE WS-CON-LABEL (WS-CON-IX) TO DSC-LD-LABEL
041400     IF WS-CON-FOUND
041500             AND CON-SCOPE-SW (WS-CON-IX) NOT = SPACE
041600             AND CON-SCOPE-EFF-DATE (WS-CON-IX)
041700                 NOT > WS-RPT-DATE
041800             AND (CON-SCOPE-EXP-DATE (WS-CON-IX) = SPACES
041900               OR CON-SCOPE-EXP-DATE (WS-CON-IX)
042000                 NOT < WS-RPT-DATE)
042100         MOVE CON-SCOPE-SW (WS-CON-IX) TO WS-CON-SW
042200     ELSE
042300         MOVE SPACE TO WS-CON-SW
042400     END-IF
042500     IF WS-CON-SW = SPACE
042600         MOVE WS-CON-DEFAULT (WS-CON-IX) TO WS-CON-SW
042700         PERFORM 2260-SET-CONSENT-WORD THRU 2260-EXIT
042800         STRING WS-CON-WORD DELIMITED BY SIZE
042900                ' (DEFAULT - NO DECISION IN FORCE)'
043000                    DELIMITED BY SIZE
043100             INTO DSC-LD-VALUE
043200         END-STRING
043300     ELSE
043400         PERFORM 2260-SET-CONSENT-WORD THRU 2260-EXIT
043500         MOVE CON-SCOPE-EXP-DATE (WS-CON-IX) TO WS-CON-EXP-TEXT
043600         IF WS-CON-EXP-TEXT = SPACES
043700             MOVE 'NEVER' TO WS-CON-EXP-TEXT
043800         END-IF
043900         STRING WS-CON-WORD DELIMITED BY SIZE
044000                ' EFFECTIVE ' DELIMITED BY SIZE
044100                CON-SCOPE-EFF-DATE (WS-CON-IX) DELIMITED BY SIZE
044200                ' EXPIRES ' DELIMITED BY SIZE
044300                WS-CON-EXP-TEXT DELIMITED BY SIZE
044400             INTO DSC-LD-VALUE
044500         END-STRING
044600     END-IF
044700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
044800     ADD 1 TO WS-CON-IX.
044900 2250-EXIT.
045000     EXIT.
045100 2260-SET-CONSENT-WORD.
045200     IF WS-CON-SW = 'Y'
045300         MOVE 'GRANTED' TO WS-CON-WORD
045400     ELSE
045500         MOVE 'REFUSED' TO WS-CON-WORD
045600     END-IF.
045700 2260-EXIT.
045800     EXIT.
045900*---------------------------------------------------------------*
046000* 2300-LIST-DISCLOSURES - browse the archive from the patient   *
046100* id and from date (the start of the patient's history when no  *
046200* from date was given) until the patient id changes or the to   *
046300* date is passed.                                               *
046400*---------------------------------------------------------------*
046500 2300-LIST-DISCLOSURES.
046600     MOVE ZERO TO WS-PAT-PACKETS
046700     MOVE ZERO TO WS-PAT-EXTRACTS
046800     MOVE ZERO TO WS-PAT-DISCLOSURES
046900     MOVE ' ' TO DSC-CC
047000     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
047100     MOVE 'DATE' TO DSC-BODY(3:4)
047200     MOVE 'TIME' TO DSC-BODY(15:4)
047300     MOVE 'DISCLOSURE' TO DSC-BODY(25:10)
047400     MOVE 'RECIPIENT' TO DSC-BODY(49:9)
047500     MOVE 'OPERATOR   CORRELATION ID' TO DSC-BODY(75:25)
047600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
047700     MOVE 'N' TO WS-ARC-EOF-SW
047800     MOVE WS-REQ-PATIENT-ID TO ARC-PATIENT-ID
047900     IF WS-REQ-FROM-DATE = SPACES
048000         MOVE LOW-VALUES TO ARC-TIMESTAMP
048100     ELSE
048200         MOVE WS-REQ-FROM-DATE TO ARC-TIMESTAMP
048300     END-IF
048400     MOVE LOW-VALUES TO ARC-CORRELATION-ID
048500     START HCIPAUA KEY IS NOT LESS THAN ARC-KEY
048600         INVALID KEY
048700             MOVE 'Y' TO WS-ARC-EOF-SW
048800     END-START
048900     PERFORM 2400-DISCLOSURE-STEP THRU 2400-EXIT
049000         UNTIL WS-ARC-EOF
049100     IF WS-PAT-DISCLOSURES = 0
049200         MOVE ' ' TO DSC-CC
049300         MOVE '  (NO DISCLOSURES RECORDED IN THIS PERIOD)'
049400             TO DSC-BODY
049500         PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
049600     END-IF
049700     MOVE 'CARE-SUMMARY PACKETS:             ' TO DSC-TOT-LABEL
049800     MOVE WS-PAT-PACKETS TO DSC-TOT-COUNT
049900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
050000     MOVE 'REPORTING EXTRACTS:               ' TO DSC-TOT-LABEL
050100     MOVE WS-PAT-EXTRACTS TO DSC-TOT-COUNT
050200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
050300     MOVE 'DISCLOSURES LISTED:               ' TO DSC-TOT-LABEL
050400     MOVE WS-PAT-DISCLOSURES TO DSC-TOT-COUNT
050500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
050600 2300-EXIT.
050700     EXIT.
050800 2400-DISCLOSURE-STEP.
050900     READ HCIPAUA NEXT RECORD
051000         AT END
051100             MOVE 'Y' TO WS-ARC-EOF-SW
051200             GO TO 2400-EXIT
051300     END-READ
051400     IF WS-ARC-STATUS NOT = '00'
051500         MOVE 'UNABLE TO READ HCIPAUA' TO WS-ABEND-MESSAGE
051600         PERFORM 9999-ABEND THRU 9999-EXIT
051700     END-IF
051800     IF ARC-PATIENT-ID NOT = WS-REQ-PATIENT-ID
051900             OR ARC-TIMESTAMP(1:10) > WS-REQ-TO-DATE
052000         MOVE 'Y' TO WS-ARC-EOF-SW
052100         GO TO 2400-EXIT
052200     END-IF
052300     ADD 1 TO WS-CNT-ARC-READ
052400     IF ARC-RETURN-CODE NOT = 00
052500         GO TO 2400-EXIT
052600     END-IF
052700     EVALUATE ARC-REQUEST-ID
052800         WHEN 'PKTREQ'
052900             MOVE 'CARE-SUMMARY PACKET'   TO DSC-DD-TYPE
053000             MOVE 'THIRD-PARTY REQUESTER' TO DSC-DD-RECIPIENT
053100             ADD 1 TO WS-PAT-PACKETS
053200         WHEN 'EXTRPT'
053300             MOVE 'PATIENT MASTER EXTRACT' TO DSC-DD-TYPE
053400             MOVE 'DOWNSTREAM REPORTING'   TO DSC-DD-RECIPIENT
053500             ADD 1 TO WS-PAT-EXTRACTS
053600         WHEN OTHER
053700             GO TO 2400-EXIT
053800     END-EVALUATE
053900     ADD 1 TO WS-PAT-DISCLOSURES
054000     ADD 1 TO WS-CNT-DISCLOSURES
054100     MOVE ' ' TO DSC-CC
054200     MOVE ARC-TIMESTAMP(1:10)  TO DSC-DD-DATE
054300     MOVE ARC-TIMESTAMP(12:8)  TO DSC-DD-TIME
054400     MOVE ARC-OPERATOR-ID      TO DSC-DD-OPERATOR-ID
054500     MOVE ARC-CORRELATION-ID   TO DSC-DD-CORR-ID
054600     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
054700 2400-EXIT.
054800     EXIT.
054900*---------------------------------------------------------------*
055000* 6100-DATE-TO-DAY-NUMBER - YYYY-MM-DD in WS-DN-DATE to a       *
055100* serial day count in WS-DN-DAY-NUM (zero if the date will not  *
055200* parse); used here through 6150 on the request card dates.     *
055300*---------------------------------------------------------------*
055400 6100-DATE-TO-DAY-NUMBER.
055500     MOVE 0 TO WS-DN-DAY-NUM
055600     IF WS-DN-YEAR-X IS NOT NUMERIC
055700             OR WS-DN-MONTH-X IS NOT NUMERIC
055800             OR WS-DN-DAY-X IS NOT NUMERIC
055900         GO TO 6100-EXIT
056000     END-IF
056100     MOVE WS-DN-YEAR-X  TO WS-DN-YEAR-N
056200     MOVE WS-DN-MONTH-X TO WS-DN-MONTH-N
056300     MOVE WS-DN-DAY-X   TO WS-DN-DAY-N
056400     IF WS-DN-MONTH-N < 1 OR WS-DN-MONTH-N > 12
056500         GO TO 6100-EXIT
056600     END-IF
056700     COMPUTE WS-DN-YR1 = WS-DN-YEAR-N - 1
056800     DIVIDE WS-DN-YR1 BY 4 GIVING WS-DN-Q4
056900     DIVIDE WS-DN-YR1 BY 100 GIVING WS-DN-Q100
057000     DIVIDE WS-DN-YR1 BY 400 GIVING WS-DN-Q400
057100     COMPUTE WS-DN-DAY-NUM = (WS-DN-YR1 * 365)
057200         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
057300         + WS-DN-CUM(WS-DN-MONTH-N) + WS-DN-DAY-N
057400     IF WS-DN-MONTH-N > 2
057500         DIVIDE WS-DN-YEAR-N BY 4 GIVING WS-DN-Q4
057600             REMAINDER WS-DN-REM-4
057700         DIVIDE WS-DN-YEAR-N BY 100 GIVING WS-DN-Q100
057800             REMAINDER WS-DN-REM-100
057900         DIVIDE WS-DN-YEAR-N BY 400 GIVING WS-DN-Q400
058000             REMAINDER WS-DN-REM-400
058100         IF (WS-DN-REM-4 = 0 AND WS-DN-REM-100 NOT = 0)
058200                 OR WS-DN-REM-400 = 0
058300             ADD 1 TO WS-DN-DAY-NUM
058400         END-IF
058500     END-IF.
058600 6100-EXIT.
058700     EXIT.
058800*---------------------------------------------------------------*
058900* 6150-CHECK-CARD-DATE - WS-DATE-VALID when WS-DN-DATE is a     *
059000* real date: dashes in positions 5 and 8, a month 01-12 and a   *
059100* day from 1 to the days in that month (29 in a leap February). *
059200*---------------------------------------------------------------*
059300 6150-CHECK-CARD-DATE.
059400     MOVE 'N' TO WS-DATE-VALID-SW
059500     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
059600     IF WS-DN-DAY-NUM = 0
059700             OR WS-DN-DATE(5:1) NOT = '-'
059800             OR WS-DN-DATE(8:1) NOT = '-'
059900         GO TO 6150-EXIT
060000     END-IF
060100     MOVE WS-DIM-TAB(WS-DN-MONTH-N) TO WS-DAYS-THIS-MONTH
060200     IF WS-DN-MONTH-N = 2
060300         DIVIDE WS-DN-YEAR-N BY 4 GIVING WS-DN-Q4
060400             REMAINDER WS-DN-REM-4
060500         DIVIDE WS-DN-YEAR-N BY 100 GIVING WS-DN-Q100
060600             REMAINDER WS-DN-REM-100
060700         DIVIDE WS-DN-YEAR-N BY 400 GIVING WS-DN-Q400
060800             REMAINDER WS-DN-REM-400
060900         IF (WS-DN-REM-4 = 0 AND WS-DN-REM-100 NOT = 0)
061000                 OR WS-DN-REM-400 = 0
061100             MOVE 29 TO WS-DAYS-THIS-MONTH
061200         END-IF
061300     END-IF
061400     IF WS-DN-DAY-N < 1 OR WS-DN-DAY-N > WS-DAYS-THIS-MONTH
061500         GO TO 6150-EXIT
061600     END-IF
061700     MOVE 'Y' TO WS-DATE-VALID-SW.
061800 6150-EXIT.
061900     EXIT.
062000*---------------------------------------------------------------*
062100* 7000-TERMINATE - run totals, then close everything.  A run    *
062200* with a rejected card ends rc 4.                               *
062300*---------------------------------------------------------------*
062400 7000-TERMINATE.
062500     MOVE SPACES TO HCIP-DSC-LINE
062600     MOVE '1'    TO DSC-CC
062700     MOVE 'ACCOUNTING OF DISCLOSURES - RUN TOTALS' TO DSC-SH-TITLE
062800     MOVE WS-RPT-DATE TO DSC-SH-RPT-DATE
062900     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
063000     MOVE 'REQUESTS READ:                    ' TO DSC-TOT-LABEL
063100     MOVE WS-CNT-REQUESTS TO DSC-TOT-COUNT
063200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
063300     MOVE 'PATIENTS REPORTED:                ' TO DSC-TOT-LABEL
063400     MOVE WS-CNT-REPORTS TO DSC-TOT-COUNT
063500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
063600     MOVE 'REQUESTS REJECTED:                ' TO DSC-TOT-LABEL
063700     MOVE WS-CNT-REJECTED TO DSC-TOT-COUNT
063800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
063900     MOVE 'ARCHIVE ENTRIES READ:             ' TO DSC-TOT-LABEL
064000     MOVE WS-CNT-ARC-READ TO DSC-TOT-COUNT
064100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
064200     MOVE 'DISCLOSURES LISTED:               ' TO DSC-TOT-LABEL
064300     MOVE WS-CNT-DISCLOSURES TO DSC-TOT-COUNT
064400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
064500     DISPLAY 'HCIPDSC1 REQUESTS READ:          ' WS-CNT-REQUESTS
064600     DISPLAY 'HCIPDSC1 PATIENTS REPORTED:      ' WS-CNT-REPORTS
064700     DISPLAY 'HCIPDSC1 REQUESTS REJECTED:      ' WS-CNT-REJECTED
064800     DISPLAY 'HCIPDSC1 DISCLOSURES LISTED:     '
064900         WS-CNT-DISCLOSURES
065000     CLOSE HCIPDSQ HCIPAUA HCIPPAT HCIPDSP
065100     IF WS-CON-ON-FILE
065200         CLOSE HCIPCON
065300     END-IF
065400     IF WS-CNT-REJECTED > 0
065500         MOVE 4 TO RETURN-CODE
065600     END-IF.
065700 7000-EXIT.
065800     EXIT.
065900*---------------------------------------------------------------*
066000* 8000/8100 - report service paragraphs.                        *
066100*---------------------------------------------------------------*
066200 8000-WRITE-REPORT-LINE.
066300     WRITE HCIP-DSC-LINE
066400     IF WS-DSP-STATUS NOT = '00'
066500         MOVE 'UNABLE TO WRITE HCIPDSP' TO WS-ABEND-MESSAGE
066600         PERFORM 9999-ABEND THRU 9999-EXIT
066700     END-IF
066800     MOVE SPACES TO HCIP-DSC-LINE.
066900 8000-EXIT.
067000     EXIT.
067100 8100-WRITE-TOTAL-LINE.
067200     MOVE ' ' TO DSC-CC
067300     PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
067400 8100-EXIT.
067500     EXIT.
067600*---------------------------------------------------------------*
067700* 9999-ABEND - unrecoverable file error.                        *
067800*---------------------------------------------------------------*
067900 9999-ABEND.
068000     DISPLAY 'HCIPDSC1 ABEND: ' WS-ABEND-MESSAGE
068100     CLOSE HCIPDSQ HCIPAUA HCIPPAT HCIPDSP
068200     IF WS-CON-ON-FILE
068300         CLOSE HCIPCON
068400     END-IF
068500     MOVE 16 TO RETURN-CODE
068600     STOP RUN.
068700 9999-EXIT.
068800     EXIT.
068900 END PROGRAM HCIPDSC1.
