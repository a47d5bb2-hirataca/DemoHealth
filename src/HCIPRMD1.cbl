000100*****************************************************************
000200* PROGRAM    : HCIPRMD1
000300* PURPOSE    : Nightly appointment reminders.  Reads the HCIPSCH
000400*              appointment file and, for every appointment still
000500*              BOOKED, joins it to the patient on HCIPPAT and puts
000600*              a message on the NTFY paging/SMS gateway feed the
000700*              HCIPALR1 escalation router already uses:
000800*
000900*                R - day-before reminder, for appointments
001000*                    tomorrow;
001100*                A - advance reminder, for appointments the
001200*                    parameter number of days out;
001300*                N - "we missed you, please rebook", for the
001400*                    no-shows HCIPSCD1 lists (BOOKED, date
001500*                    passed), within the parameter look-back.
001600*
001700*              Cancelled and kept slots are never messaged.  The
001800*              text goes to the mobile phone when there is one,
001900*              otherwise to the e-mail address.  Every message
002000*              sent, and every one skipped (merged patient,
002100*              patient not on file, reminder contact withdrawn
002150*              on HCIPCON, no phone and no e-mail), is
002200*              logged on HCIPRML against the appointment key so
002300*              the desk can answer "did we remind them?".  A
002400*              message already logged as sent is not sent again,
002500*              so a rerun for the same night is harmless.
002600*
002700*              Parameters come from the single-record HCIPPRM
002800*              control dataset: columns 1-3 the advance reminder
002900*              days (000 or 001 switches the second pass off),
003000*              columns 4-6 the no-show look-back days.
003100*
003200* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
003300* INSTALLATION: DEMOHEALTH DATA CENTER
003400* DATE-WRITTEN: 10/15/2026
003500* DATE-COMPILED:
003600*
003700* Modification history
003800* ----   ----   -----------------------------------------------
003900* 101526 MRO    Original version.
003910* 101526 MRO    Nightly run control: start checked and end
003920*               posted through HCIPRUN0 (0100/0200).
003940* 101526 MRO    A patient whose reminder-contact consent on
003960*               HCIPCON is withdrawn is skipped, logged CW.
003970* 101526 MRO    The gateway record is cleared before each
003980*               message is built, so no tail of a longer one
003990*               is sent with it.
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.   HCIPRMD1.
004300 AUTHOR.       M. OYELARAN.
004400 INSTALLATION. DEMOHEALTH DATA CENTER.
004500 DATE-WRITTEN. 10/15/2026.
004600 DATE-COMPILED.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT HCIPSCH ASSIGN TO HCIPSCH
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS SCH-KEY
005400         FILE STATUS IS WS-SCH-STATUS.
005500     SELECT HCIPPAT ASSIGN TO HCIPPAT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS PAT-KEY
005900         FILE STATUS IS WS-PAT-STATUS.
006000     SELECT HCIPRML ASSIGN TO HCIPRML
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS RML-KEY
006400         FILE STATUS IS WS-RML-STATUS.
006410     SELECT HCIPCON ASSIGN TO HCIPCON
006420         ORGANIZATION IS INDEXED
006430         ACCESS MODE IS DYNAMIC
006440         RECORD KEY IS CON-KEY
006450         FILE STATUS IS WS-CON-STATUS.
006500     SELECT HCIPNTQ ASSIGN TO HCIPNTQ
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-NTQ-STATUS.
006800     SELECT HCIPPRM ASSIGN TO HCIPPRM
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-PRM-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  HCIPSCH.
007400     COPY HCIPSCHR.
007500 FD  HCIPPAT.
007600     COPY HCIPPATR.
007700 FD  HCIPRML.
007800     COPY HCIPRMLR.
007820 FD  HCIPCON.
007840     COPY HCIPCONR.
007900*    The gateway feed is the dataset behind the NTFY extra-    *
008000*    partition queue; a record is the same 120-byte message    *
008100*    HCIPALR1 writes to the queue.                             *
008200 FD  HCIPNTQ
008300     RECORDING MODE IS F.
008400 01  NTQ-RECORD                   PIC X(120).
008500 FD  HCIPPRM
008600     RECORDING MODE IS F.
008700 01  PRM-RECORD.
008800     03  PRM-ADVANCE-DAYS         PIC X(03).
008900     03  PRM-NOSHOW-DAYS          PIC X(03).
009000     03  FILLER                   PIC X(74).
009100 WORKING-STORAGE SECTION.
009200 01  WS-FILE-STATUSES.
009300     03  WS-SCH-STATUS             PIC X(02) VALUE '00'.
009400     03  WS-PAT-STATUS             PIC X(02) VALUE '00'.
009500     03  WS-RML-STATUS             PIC X(02) VALUE '00'.
009600     03  WS-NTQ-STATUS             PIC X(02) VALUE '00'.
009700     03  WS-PRM-STATUS             PIC X(02) VALUE '00'.
009750     03  WS-CON-STATUS             PIC X(02) VALUE '00'.
009800 01  WS-SWITCHES.
009900     03  WS-SCH-EOF-SW             PIC X(01) VALUE 'N'.
010000         88  WS-SCH-EOF                VALUE 'Y'.
010100     03  WS-PAT-FOUND-SW           PIC X(01) VALUE 'N'.
010200         88  WS-PAT-FOUND              VALUE 'Y'.
010300     03  WS-RML-FOUND-SW           PIC X(01) VALUE 'N'.
010400         88  WS-RML-FOUND              VALUE 'Y'.
010410     03  WS-CON-FILE-SW            PIC X(01) VALUE 'N'.
010420         88  WS-CON-ON-FILE            VALUE 'Y'.
010430     03  WS-CON-FOUND-SW           PIC X(01) VALUE 'N'.
010440         88  WS-CON-FOUND              VALUE 'Y'.
010450     03  WS-CONTACT-ALLOWED-SW     PIC X(01) VALUE 'Y'.
010460         88  WS-CONTACT-ALLOWED        VALUE 'Y'.
010500 01  WS-ADVANCE-DAYS               PIC 9(03) VALUE ZERO.
010600 01  WS-NOSHOW-DAYS                PIC 9(03) VALUE ZERO.
010700 01  WS-RUN-DATE-RAW               PIC X(08) VALUE SPACES.
010800 01  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
010900     03  WS-RD-YYYY                PIC X(04).
011000     03  WS-RD-MM                  PIC X(02).
011100     03  WS-RD-DD                  PIC X(02).
011200 01  WS-RUN-DATE                   PIC X(10) VALUE SPACES.
011300 01  WS-RUN-TIME-RAW               PIC X(08) VALUE SPACES.
011400 01  WS-RUN-TIME-RAW-R REDEFINES WS-RUN-TIME-RAW.
011500     03  WS-RT-HH                  PIC X(02).
011600     03  WS-RT-MM                  PIC X(02).
011700     03  WS-RT-SS                  PIC X(02).
011800     03  FILLER                    PIC X(02).
011900 01  WS-RUN-TIME                   PIC X(08) VALUE SPACES.
012000*---------------------------------------------------------------*
012100* Day numbers of the run date and of the dates each pass picks  *
012200* up.  WS-ADVANCE-DAY-NUM stays zero when the second pass is    *
012300* switched off.                                                 *
012400*---------------------------------------------------------------*
012500 01  WS-CUR-DAY-NUM                PIC 9(08) VALUE ZERO.
012600 01  WS-NEXT-DAY-NUM               PIC 9(08) VALUE ZERO.
012700 01  WS-ADVANCE-DAY-NUM            PIC 9(08) VALUE ZERO.
012800 01  WS-NOSHOW-FROM-DAY-NUM        PIC 9(08) VALUE ZERO.
012900 01  WS-APPT-DAY-NUM               PIC 9(08) VALUE ZERO.
013000 01  WS-MSG-TYPE                   PIC X(01) VALUE SPACE.
013100 01  WS-NOTIFY-MESSAGE             PIC X(120) VALUE SPACES.
013200*---------------------------------------------------------------*
013300* Date-to-day-number work fields                                *
013400*---------------------------------------------------------------*
013500 01  WS-DN-DATE                    PIC X(10).
013600 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
013700     03  WS-DN-YEAR-X              PIC X(04).
013800     03  FILLER                    PIC X(01).
013900     03  WS-DN-MONTH-X             PIC X(02).
014000     03  FILLER                    PIC X(01).
014100     03  WS-DN-DAY-X               PIC X(02).
014200 01  WS-DN-YEAR-N                  PIC 9(04) VALUE ZERO.
014300 01  WS-DN-MONTH-N                 PIC 9(02) VALUE ZERO.
014400 01  WS-DN-DAY-N                   PIC 9(02) VALUE ZERO.
014500 01  WS-DN-YR1                     PIC 9(04) VALUE ZERO.
014600 01  WS-DN-Q4                      PIC 9(09) VALUE ZERO.
014700 01  WS-DN-Q100                    PIC 9(09) VALUE ZERO.
014800 01  WS-DN-Q400                    PIC 9(09) VALUE ZERO.
014900 01  WS-DN-REM-4                   PIC 9(09) VALUE ZERO.
015000 01  WS-DN-REM-100                 PIC 9(09) VALUE ZERO.
015100 01  WS-DN-REM-400                 PIC 9(09) VALUE ZERO.
015200 01  WS-DN-DAY-NUM                 PIC 9(08) VALUE ZERO.
015300 01  WS-DN-CUM-TAB.
015400     03  FILLER                    PIC 9(03) VALUE 000.
015500     03  FILLER                    PIC 9(03) VALUE 031.
015600     03  FILLER                    PIC 9(03) VALUE 059.
015700     03  FILLER                    PIC 9(03) VALUE 090.
015800     03  FILLER                    PIC 9(03) VALUE 120.
015900     03  FILLER                    PIC 9(03) VALUE 151.
016000     03  FILLER                    PIC 9(03) VALUE 181.
016100     03  FILLER                    PIC 9(03) VALUE 212.
016200     03  FILLER                    PIC 9(03) VALUE 243.
016300     03  FILLER                    PIC 9(03) VALUE 273.
016400     03  FILLER                    PIC 9(03) VALUE 304.
016500     03  FILLER                    PIC 9(03) VALUE 334.
016600 01  WS-DN-CUM-R REDEFINES WS-DN-CUM-TAB.
016700     03  WS-DN-CUM                 PIC 9(03) OCCURS 12 TIMES.
016800*---------------------------------------------------------------*
016900* Counters                                                      *
017000*---------------------------------------------------------------*
017100 01  WS-APPTS-READ                 PIC 9(08) VALUE ZERO.
017200 01  WS-NEXT-DAY-SENT              PIC 9(08) VALUE ZERO.
017300 01  WS-ADVANCE-SENT               PIC 9(08) VALUE ZERO.
017400 01  WS-NOSHOW-SENT                PIC 9(08) VALUE ZERO.
017500 01  WS-ALREADY-SENT               PIC 9(08) VALUE ZERO.
017600 01  WS-SKIP-NO-CONTACT            PIC 9(08) VALUE ZERO.
017700 01  WS-SKIP-MERGED                PIC 9(08) VALUE ZERO.
017800 01  WS-SKIP-NO-PATIENT            PIC 9(08) VALUE ZERO.
017850 01  WS-SKIP-NO-CONSENT            PIC 9(08) VALUE ZERO.
017900 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
017910     COPY HCIPRUNA.
018000 PROCEDURE DIVISION.
018100*---------------------------------------------------------------*
018200* 0000-MAINLINE                                                 *
018300*---------------------------------------------------------------*
018400 0000-MAINLINE.
018410     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
018600     PERFORM 2000-PROCESS-APPOINTMENTS THRU 2000-EXIT
018700         UNTIL WS-SCH-EOF
018800     PERFORM 3000-TERMINATE THRU 3000-EXIT
018810     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
018900     STOP RUN.
018902*---------------------------------------------------------------*
018904* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
018906* (rc 12) while a predecessor is incomplete or when this job    *
018908* already ran for the business date, unless an HCIPRCO override *
018910* card is supplied; the end posts the counts and return code,   *
018912* from 9999-ABEND as well.                                      *
018914*---------------------------------------------------------------*
018916 0100-START-RUN-CONTROL.
018918     MOVE 'START'    TO RUNC-FUNCTION
018920     MOVE 'HCIPRMD1' TO RUNC-JOB-NAME
018922     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
018924     IF RUNC-REFUSED
018926         MOVE 12 TO RETURN-CODE
018928         STOP RUN
018930     END-IF
018932     IF NOT RUNC-OK
018934         MOVE 16 TO RETURN-CODE
018936         STOP RUN
018938     END-IF.
018940 0100-EXIT.
018942     EXIT.
018944 0200-POST-RUN-CONTROL.
018946     MOVE 'END  '     TO RUNC-FUNCTION
018948     MOVE RETURN-CODE TO RUNC-JOB-RC
018950     MOVE WS-APPTS-READ TO RUNC-RECORDS-IN
018952     COMPUTE RUNC-RECORDS-OUT =
018954           WS-NEXT-DAY-SENT
018956         + WS-ADVANCE-SENT
018958         + WS-NOSHOW-SENT
018960     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
018962     MOVE RUNC-JOB-RC TO RETURN-CODE.
018964 0200-EXIT.
018966     EXIT.
019000*---------------------------------------------------------------*
019100* 1000-INITIALIZE - read the parameters, derive the day numbers *
019200* each pass selects on, open everything.  The log is created on *
019300* the first run and the feed appended to, the same first-day    *
019400* fallbacks HCIPCLN1 and HCIPPKT1 use.  No HCIPCON file yet     *
019450* means no patient has withdrawn reminder contact.              *
019500*---------------------------------------------------------------*
019600 1000-INITIALIZE.
019700     OPEN INPUT HCIPPRM
019800     IF WS-PRM-STATUS NOT = '00'
019900         MOVE 'UNABLE TO OPEN HCIPPRM' TO WS-ABEND-MESSAGE
020000         PERFORM 9999-ABEND THRU 9999-EXIT
020100     END-IF
020200     READ HCIPPRM
020300         AT END
020400             MOVE 'HCIPPRM IS EMPTY' TO WS-ABEND-MESSAGE
020500             PERFORM 9999-ABEND THRU 9999-EXIT
020600     END-READ
020700     IF PRM-ADVANCE-DAYS IS NOT NUMERIC
020800         MOVE 'HCIPPRM ADVANCE DAYS NOT NUMERIC'
020900             TO WS-ABEND-MESSAGE
021000         PERFORM 9999-ABEND THRU 9999-EXIT
021100     END-IF
021200     IF PRM-NOSHOW-DAYS IS NOT NUMERIC
021300         MOVE 'HCIPPRM NO-SHOW DAYS NOT NUMERIC'
021400             TO WS-ABEND-MESSAGE
021500         PERFORM 9999-ABEND THRU 9999-EXIT
021600     END-IF
021700     MOVE PRM-ADVANCE-DAYS TO WS-ADVANCE-DAYS
021800     MOVE PRM-NOSHOW-DAYS  TO WS-NOSHOW-DAYS
021900     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
022000     ACCEPT WS-RUN-TIME-RAW FROM TIME
022100     STRING WS-RD-YYYY DELIMITED BY SIZE
022200            '-' DELIMITED BY SIZE
022300            WS-RD-MM DELIMITED BY SIZE
022400            '-' DELIMITED BY SIZE
022500            WS-RD-DD DELIMITED BY SIZE
022600         INTO WS-RUN-DATE
022700     END-STRING
022800     STRING WS-RT-HH DELIMITED BY SIZE
022900            ':' DELIMITED BY SIZE
023000            WS-RT-MM DELIMITED BY SIZE
023100            ':' DELIMITED BY SIZE
023200            WS-RT-SS DELIMITED BY SIZE
023300         INTO WS-RUN-TIME
023400     END-STRING
023500     MOVE WS-RUN-DATE TO WS-DN-DATE
023600     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
023700     MOVE WS-DN-DAY-NUM TO WS-CUR-DAY-NUM
023800     COMPUTE WS-NEXT-DAY-NUM = WS-CUR-DAY-NUM + 1
023900     IF WS-ADVANCE-DAYS > 1
024000         COMPUTE WS-ADVANCE-DAY-NUM =
024100             WS-CUR-DAY-NUM + WS-ADVANCE-DAYS
024200     END-IF
024300     COMPUTE WS-NOSHOW-FROM-DAY-NUM =
024400         WS-CUR-DAY-NUM - WS-NOSHOW-DAYS
024500     OPEN INPUT HCIPSCH
024600     IF WS-SCH-STATUS NOT = '00'
024700         MOVE 'UNABLE TO OPEN HCIPSCH' TO WS-ABEND-MESSAGE
024800         PERFORM 9999-ABEND THRU 9999-EXIT
024900     END-IF
025000     OPEN INPUT HCIPPAT
025100     IF WS-PAT-STATUS NOT = '00'
025200         MOVE 'UNABLE TO OPEN HCIPPAT' TO WS-ABEND-MESSAGE
025300         PERFORM 9999-ABEND THRU 9999-EXIT
025400     END-IF
025410     OPEN INPUT HCIPCON
025420     IF WS-CON-STATUS = '00'
025430         MOVE 'Y' TO WS-CON-FILE-SW
025440     ELSE
025450         IF WS-CON-STATUS NOT = '35'
025460             MOVE 'UNABLE TO OPEN HCIPCON' TO WS-ABEND-MESSAGE
025470             PERFORM 9999-ABEND THRU 9999-EXIT
025480         END-IF
025490     END-IF
025500     OPEN I-O HCIPRML
025600     IF WS-RML-STATUS = '35'
025700         OPEN OUTPUT HCIPRML
025800         CLOSE HCIPRML
025900         OPEN I-O HCIPRML
026000     END-IF
026100     IF WS-RML-STATUS NOT = '00'
026200         MOVE 'UNABLE TO OPEN HCIPRML' TO WS-ABEND-MESSAGE
026300         PERFORM 9999-ABEND THRU 9999-EXIT
026400     END-IF
026500     OPEN EXTEND HCIPNTQ
026600     IF WS-NTQ-STATUS = '35'
026700         OPEN OUTPUT HCIPNTQ
026800     END-IF
026900     IF WS-NTQ-STATUS NOT = '00'
027000         MOVE 'UNABLE TO OPEN HCIPNTQ' TO WS-ABEND-MESSAGE
027100         PERFORM 9999-ABEND THRU 9999-EXIT
027200     END-IF.
027300 1000-EXIT.
027400     EXIT.
027500*---------------------------------------------------------------*
027600* 2000-PROCESS-APPOINTMENTS - one appointment per pass.  Only a *
027700* BOOKED slot is ever messaged; its date decides which message, *
027800* if any, it is due.                                            *
027900*---------------------------------------------------------------*
028000 2000-PROCESS-APPOINTMENTS.
028100     READ HCIPSCH NEXT RECORD
028200         AT END
028300             MOVE 'Y' TO WS-SCH-EOF-SW
028400     END-READ
028500     IF WS-SCH-EOF
028600         GO TO 2000-EXIT
028700     END-IF
028800     ADD 1 TO WS-APPTS-READ
028900     IF NOT SCH-BOOKED
029000         GO TO 2000-EXIT
029100     END-IF
029200     MOVE SCH-APPT-DATE TO WS-DN-DATE
029300     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
029400     MOVE WS-DN-DAY-NUM TO WS-APPT-DAY-NUM
029500     IF WS-APPT-DAY-NUM = 0
029600         GO TO 2000-EXIT
029700     END-IF
029800     MOVE SPACE TO WS-MSG-TYPE
029900     IF WS-APPT-DAY-NUM = WS-NEXT-DAY-NUM
030000         MOVE 'R' TO WS-MSG-TYPE
030100     END-IF
030200     IF WS-ADVANCE-DAY-NUM NOT = 0
030300             AND WS-APPT-DAY-NUM = WS-ADVANCE-DAY-NUM
030400         MOVE 'A' TO WS-MSG-TYPE
030500     END-IF
030600     IF WS-APPT-DAY-NUM < WS-CUR-DAY-NUM
030700             AND WS-APPT-DAY-NUM NOT < WS-NOSHOW-FROM-DAY-NUM
030800         MOVE 'N' TO WS-MSG-TYPE
030900     END-IF
031000     IF WS-MSG-TYPE = SPACE
031100         GO TO 2000-EXIT
031200     END-IF
031300     PERFORM 2100-SEND-ONE-MESSAGE THRU 2100-EXIT.
031400 2000-EXIT.
031500     EXIT.
031600*---------------------------------------------------------------*
031700* 2100-SEND-ONE-MESSAGE - check the log, join the patient, pick *
031800* the channel, send and log.  A message already sent is left    *
031900* alone; one skipped last time is tried again.                  *
032000*---------------------------------------------------------------*
032100 2100-SEND-ONE-MESSAGE.
032200     MOVE SCH-KEY     TO RML-APPT-KEY
032300     MOVE WS-MSG-TYPE TO RML-MSG-TYPE
032400     MOVE 'Y' TO WS-RML-FOUND-SW
032500     READ HCIPRML
032600         INVALID KEY
032700             MOVE 'N' TO WS-RML-FOUND-SW
032800     END-READ
032900     IF WS-RML-FOUND AND RML-SENT
033000         ADD 1 TO WS-ALREADY-SENT
033100         GO TO 2100-EXIT
033200     END-IF
033300     MOVE SCH-KEY       TO RML-APPT-KEY
033400     MOVE WS-MSG-TYPE   TO RML-MSG-TYPE
033500     MOVE WS-RUN-DATE   TO RML-LOG-DATE
033600     MOVE WS-RUN-TIME   TO RML-LOG-TIME
033700     MOVE SCH-CLINIC-ID TO RML-CLINIC-ID
033800     MOVE 'K'    TO RML-RESULT-SW
033900     MOVE SPACE  TO RML-CHANNEL-SW
034000     MOVE SPACES TO RML-SKIP-REASON
034100     MOVE SPACES TO RML-CONTACT
034200     MOVE SCH-PATIENT-ID TO PAT-PATIENT-ID
034300     MOVE 'Y' TO WS-PAT-FOUND-SW
034400     READ HCIPPAT
034500         INVALID KEY
034600             MOVE 'N' TO WS-PAT-FOUND-SW
034700     END-READ
034800     IF NOT WS-PAT-FOUND
034900         MOVE 'NP' TO RML-SKIP-REASON
035000         ADD 1 TO WS-SKIP-NO-PATIENT
035100         PERFORM 2300-LOG-MESSAGE THRU 2300-EXIT
035200         GO TO 2100-EXIT
035300     END-IF
035400     IF PAT-MERGED
035500         MOVE 'MG' TO RML-SKIP-REASON
035600         ADD 1 TO WS-SKIP-MERGED
035700         PERFORM 2300-LOG-MESSAGE THRU 2300-EXIT
035800         GO TO 2100-EXIT
035900     END-IF
035910     PERFORM 2150-CHECK-CONTACT-CONSENT THRU 2150-EXIT
035920     IF NOT WS-CONTACT-ALLOWED
035930         MOVE 'CW' TO RML-SKIP-REASON
035940         ADD 1 TO WS-SKIP-NO-CONSENT
035950         PERFORM 2300-LOG-MESSAGE THRU 2300-EXIT
035960         GO TO 2100-EXIT
035970     END-IF
036000     IF PAT-PHONE-MOBILE NOT = SPACES
036100         MOVE 'P' TO RML-CHANNEL-SW
036200         MOVE PAT-PHONE-MOBILE TO RML-CONTACT
036300     ELSE
036400         IF PAT-EMAIL-ADDRESS NOT = SPACES
036500             MOVE 'E' TO RML-CHANNEL-SW
036600             MOVE PAT-EMAIL-ADDRESS TO RML-CONTACT
036700         END-IF
036800     END-IF
036900     IF RML-CHANNEL-SW = SPACE
037000         MOVE 'NC' TO RML-SKIP-REASON
037100         ADD 1 TO WS-SKIP-NO-CONTACT
037200         PERFORM 2300-LOG-MESSAGE THRU 2300-EXIT
037300         GO TO 2100-EXIT
037400     END-IF
037500     PERFORM 2200-SEND-NOTIFICATION THRU 2200-EXIT
037600     MOVE 'S' TO RML-RESULT-SW
037700     EVALUATE WS-MSG-TYPE
037800         WHEN 'R'
037900             ADD 1 TO WS-NEXT-DAY-SENT
038000         WHEN 'A'
038100             ADD 1 TO WS-ADVANCE-SENT
038200         WHEN OTHER
038300             ADD 1 TO WS-NOSHOW-SENT
038400     END-EVALUATE
038500     PERFORM 2300-LOG-MESSAGE THRU 2300-EXIT.
038600 2100-EXIT.
038700     EXIT.
038702*---------------------------------------------------------------*
038704* 2150-CHECK-CONTACT-CONSENT - no message goes to a patient     *
038706* whose contact decision in force on the run date is N.  No     *
038708* HCIPCON record, no contact decision, or a decision outside its*
038710* effective window leaves the HCIPCONR default standing         *
038712* (contact allowed).                                            *
038714*---------------------------------------------------------------*
038716 2150-CHECK-CONTACT-CONSENT.
038718     MOVE 'Y' TO WS-CONTACT-ALLOWED-SW
038720     IF NOT WS-CON-ON-FILE
038722         GO TO 2150-EXIT
038724     END-IF
038726     MOVE 'Y' TO WS-CON-FOUND-SW
038728     MOVE SCH-PATIENT-ID TO CON-PATIENT-ID
038730     READ HCIPCON
038732         INVALID KEY
038734             MOVE 'N' TO WS-CON-FOUND-SW
038736     END-READ
038738     IF WS-CON-FOUND
038740             AND CON-CONTACT-REFUSED
038742             AND CON-CONTACT-EFF-DATE NOT > WS-RUN-DATE
038744             AND (CON-CONTACT-EXP-DATE = SPACES
038746               OR CON-CONTACT-EXP-DATE NOT < WS-RUN-DATE)
038748         MOVE 'N' TO WS-CONTACT-ALLOWED-SW
038750     END-IF.
038752 2150-EXIT.
038754     EXIT.
038800*---------------------------------------------------------------*
038900* 2200-SEND-NOTIFICATION - one message on the gateway feed, in  *
039000* the HCIPALR1 NOTIFY format: REMIND for a reminder, MISSED ... *
039100* REBOOK for a no-show.  An e-mail address is carried up to its *
039200* first space so the longest message still fits.                *
039300*---------------------------------------------------------------*
039400 2200-SEND-NOTIFICATION.
039500     MOVE SPACES TO WS-NOTIFY-MESSAGE
039600     IF RML-BY-PHONE
039700         STRING 'NOTIFY ' DELIMITED BY SIZE
039800                SCH-PATIENT-ID DELIMITED BY SIZE
039900                ' PHONE=' DELIMITED BY SIZE
040000                PAT-PHONE-MOBILE DELIMITED BY SIZE
040100             INTO WS-NOTIFY-MESSAGE
040200         END-STRING
040300     ELSE
040400         STRING 'NOTIFY ' DELIMITED BY SIZE
040500                SCH-PATIENT-ID DELIMITED BY SIZE
040600                ' EMAIL=' DELIMITED BY SIZE
040700                PAT-EMAIL-ADDRESS DELIMITED BY SPACE
040800             INTO WS-NOTIFY-MESSAGE
040900         END-STRING
041000     END-IF
041050     MOVE SPACES TO NTQ-RECORD
041100     IF WS-MSG-TYPE = 'N'
041200         STRING WS-NOTIFY-MESSAGE DELIMITED BY '  '
041300                ' MISSED ' DELIMITED BY SIZE
041400                SCH-APPT-DATE DELIMITED BY SIZE
041500                ' ' DELIMITED BY SIZE
041600                SCH-APPT-TIME DELIMITED BY SPACE
041700                ' CLINIC=' DELIMITED BY SIZE
041800                SCH-CLINIC-ID DELIMITED BY SPACE
041900                ' REBOOK' DELIMITED BY SIZE
042000             INTO NTQ-RECORD
042100         END-STRING
042200     ELSE
042300         STRING WS-NOTIFY-MESSAGE DELIMITED BY '  '
042400                ' REMIND ' DELIMITED BY SIZE
042500                SCH-APPT-DATE DELIMITED BY SIZE
042600                ' ' DELIMITED BY SIZE
042700                SCH-APPT-TIME DELIMITED BY SPACE
042800                ' CLINIC=' DELIMITED BY SIZE
042900                SCH-CLINIC-ID DELIMITED BY SPACE
043000             INTO NTQ-RECORD
043100         END-STRING
043200     END-IF
043300     WRITE NTQ-RECORD
043400     IF WS-NTQ-STATUS NOT = '00'
043500         MOVE 'UNABLE TO WRITE HCIPNTQ' TO WS-ABEND-MESSAGE
043600         PERFORM 9999-ABEND THRU 9999-EXIT
043700     END-IF.
043800 2200-EXIT.
043900     EXIT.
044000*---------------------------------------------------------------*
044100* 2300-LOG-MESSAGE - write the log record, or rewrite the one a *
044200* previous run left as skipped.                                 *
044300*---------------------------------------------------------------*
044400 2300-LOG-MESSAGE.
044500     IF WS-RML-FOUND
044600         REWRITE HCIP-REMIND-LOG-RECORD
044700     ELSE
044800         WRITE HCIP-REMIND-LOG-RECORD
044900     END-IF
045000     IF WS-RML-STATUS NOT = '00'
045100         MOVE 'UNABLE TO WRITE HCIPRML' TO WS-ABEND-MESSAGE
045200         PERFORM 9999-ABEND THRU 9999-EXIT
045300     END-IF.
045400 2300-EXIT.
045500     EXIT.
045600*---------------------------------------------------------------*
045700* 3000-TERMINATE - totals, close everything.                    *
045800*---------------------------------------------------------------*
045900 3000-TERMINATE.
046000     DISPLAY 'HCIPRMD1 ADVANCE DAYS:         ' WS-ADVANCE-DAYS
046100     DISPLAY 'HCIPRMD1 NO-SHOW LOOK-BACK:    ' WS-NOSHOW-DAYS
046200     DISPLAY 'HCIPRMD1 APPOINTMENTS READ:    ' WS-APPTS-READ
046300     DISPLAY 'HCIPRMD1 DAY-BEFORE SENT:      ' WS-NEXT-DAY-SENT
046400     DISPLAY 'HCIPRMD1 ADVANCE SENT:         ' WS-ADVANCE-SENT
046500     DISPLAY 'HCIPRMD1 NO-SHOW REBOOK SENT:  ' WS-NOSHOW-SENT
046600     DISPLAY 'HCIPRMD1 ALREADY SENT:         ' WS-ALREADY-SENT
046700     DISPLAY 'HCIPRMD1 SKIPPED NO CONTACT:   ' WS-SKIP-NO-CONTACT
046750     DISPLAY 'HCIPRMD1 SKIPPED NO CONSENT:   ' WS-SKIP-NO-CONSENT
046800     DISPLAY 'HCIPRMD1 SKIPPED MERGED:       ' WS-SKIP-MERGED
046900     DISPLAY 'HCIPRMD1 SKIPPED NOT ON FILE:  ' WS-SKIP-NO-PATIENT
047000     CLOSE HCIPSCH HCIPPAT HCIPRML HCIPNTQ HCIPPRM
047020     IF WS-CON-ON-FILE
047040         CLOSE HCIPCON
047060     END-IF.
047100 3000-EXIT.
047200     EXIT.
047300*---------------------------------------------------------------*
047400* 6100-DATE-TO-DAY-NUMBER - YYYY-MM-DD in WS-DN-DATE to a       *
047500* serial day count in WS-DN-DAY-NUM (zero if the date will not  *
047600* parse), so two dates subtract to elapsed days.                *
047700*---------------------------------------------------------------*
047800 6100-DATE-TO-DAY-NUMBER.
047900     MOVE 0 TO WS-DN-DAY-NUM
048000     IF WS-DN-YEAR-X IS NOT NUMERIC
048100             OR WS-DN-MONTH-X IS NOT NUMERIC
048200             OR WS-DN-DAY-X IS NOT NUMERIC
048300         GO TO 6100-EXIT
048400     END-IF
048500     MOVE WS-DN-YEAR-X  TO WS-DN-YEAR-N
048600     MOVE WS-DN-MONTH-X TO WS-DN-MONTH-N
048700     MOVE WS-DN-DAY-X   TO WS-DN-DAY-N
048800     IF WS-DN-MONTH-N < 1 OR WS-DN-MONTH-N > 12
048900         GO TO 6100-EXIT
049000     END-IF
049100     COMPUTE WS-DN-YR1 = WS-DN-YEAR-N - 1
049200     DIVIDE WS-DN-YR1 BY 4 GIVING WS-DN-Q4
049300     DIVIDE WS-DN-YR1 BY 100 GIVING WS-DN-Q100
049400     DIVIDE WS-DN-YR1 BY 400 GIVING WS-DN-Q400
049500     COMPUTE WS-DN-DAY-NUM = (WS-DN-YR1 * 365)
049600         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
049700         + WS-DN-CUM(WS-DN-MONTH-N) + WS-DN-DAY-N
049800     IF WS-DN-MONTH-N > 2
049900         DIVIDE WS-DN-YEAR-N BY 4 GIVING WS-DN-Q4
050000             REMAINDER WS-DN-REM-4
050100         DIVIDE WS-DN-YEAR-N BY 100 GIVING WS-DN-Q100
050200             REMAINDER WS-DN-REM-100
050300         DIVIDE WS-DN-YEAR-N BY 400 GIVING WS-DN-Q400
050400             REMAINDER WS-DN-REM-400
050500         IF (WS-DN-REM-4 = 0 AND WS-DN-REM-100 NOT = 0)
050600                 OR WS-DN-REM-400 = 0
050700             ADD 1 TO WS-DN-DAY-NUM
050800         END-IF
050900     END-IF.
051000 6100-EXIT.
051100     EXIT.
051200*---------------------------------------------------------------*
051300* 9999-ABEND - unrecoverable file error.  A message is logged   *
051400* only after it is on the feed, so an abend can at worst send   *
051500* the message in flight twice when the night is rerun.          *
051600*---------------------------------------------------------------*
051700 9999-ABEND.
051800     DISPLAY 'HCIPRMD1 ABEND: ' WS-ABEND-MESSAGE
051900     CLOSE HCIPSCH HCIPPAT HCIPRML HCIPNTQ HCIPPRM
051920     IF WS-CON-ON-FILE
051940         CLOSE HCIPCON
051960     END-IF
052000     MOVE 16 TO RETURN-CODE
052010     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
052100     STOP RUN.
052200 9999-EXIT.
052300     EXIT.
052400 END PROGRAM HCIPRMD1.
