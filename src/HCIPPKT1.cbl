002000*              itself an auditable event, so each fulfilled
002100*              packet appends a PKTREQ entry to the day's audit
002200*              dataset for the nightly HCIPAUD1 archive run.
002210*
002220*              A packet is a release of records to a third
002230*              party, so the patient must have record-release
002240*              consent in force on HCIPCON (granted, and inside
002250*              its effective and expiry dates); any other
002260*              request is refused and listed on the control
002270*              report with the reason.
002300*
002400* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
002500* INSTALLATION: DEMOHEALTH DATA CENTER
002900* Modification history
003000* ----   ----   -----------------------------------------------
003100* 090126 MRO    Original version.
003120* 101526 MRO    Packets refused, and listed with the reason,
003140*               unless the patient's record-release consent on
003160*               HCIPCON is in force on the run date.
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID.   HCIPPKT1.
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS MTN-KEY
006400         FILE STATUS IS WS-MTN-STATUS.
006410     SELECT HCIPCON ASSIGN TO HCIPCON
006420         ORGANIZATION IS INDEXED
006430         ACCESS MODE IS DYNAMIC
006440         RECORD KEY IS CON-KEY
006450         FILE STATUS IS WS-CON-STATUS.
006500     SELECT HCIPAUD ASSIGN TO HCIPAUD
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-AUD-STATUS.
008700     COPY HCIPMEDR.
008800 FD  HCIPMTN.
008900     COPY HCIPMTNR.
008920 FD  HCIPCON.
008940     COPY HCIPCONR.
009000 FD  HCIPAUD
009100     RECORDING MODE IS F.
009200     COPY HCIPAUDR.
010300     03  WS-VIS-STATUS             PIC X(02) VALUE '00'.
010400     03  WS-MED-STATUS             PIC X(02) VALUE '00'.
010500     03  WS-MTN-STATUS             PIC X(02) VALUE '00'.
010550     03  WS-CON-STATUS             PIC X(02) VALUE '00'.
010600     03  WS-AUD-STATUS             PIC X(02) VALUE '00'.
010700     03  WS-PKO-STATUS             PIC X(02) VALUE '00'.
010800     03  WS-PKC-STATUS             PIC X(02) VALUE '00'.
011300         88  WS-FILE-EOF               VALUE 'Y'.
011400     03  WS-PATIENT-FOUND-SW       PIC X(01) VALUE 'N'.
011500         88  WS-PATIENT-FOUND          VALUE 'Y'.
011510     03  WS-CON-FILE-SW            PIC X(01) VALUE 'N'.
011520         88  WS-CON-ON-FILE            VALUE 'Y'.
011530     03  WS-CON-FOUND-SW           PIC X(01) VALUE 'N'.
011540         88  WS-CON-FOUND              VALUE 'Y'.
011550     03  WS-RELEASE-ALLOWED-SW     PIC X(01) VALUE 'N'.
011560         88  WS-RELEASE-ALLOWED        VALUE 'Y'.
011600*---------------------------------------------------------------*
011700* Control-report line - built in working storage and written    *
011800* through the plain 133-byte HCIPPKC record, so the same        *
015200 01  WS-PATIENT-FULL-NAME          PIC X(31) VALUE SPACES.
015300 01  WS-FLAG-BUILD                 PIC X(30) VALUE SPACES.
015400 01  WS-FLAG-PTR                   PIC 9(02) VALUE 1.
015450 01  WS-CON-REASON                 PIC X(40) VALUE SPACES.
015500*---------------------------------------------------------------*
015600* Counters                                                      *
015700*---------------------------------------------------------------*
015800 01  WS-REQUESTS-READ              PIC 9(08) VALUE ZERO.
015900 01  WS-PACKETS-PRODUCED           PIC 9(08) VALUE ZERO.
016000 01  WS-REQUESTS-REJECTED          PIC 9(08) VALUE ZERO.
016050 01  WS-REQUESTS-NO-CONSENT        PIC 9(08) VALUE ZERO.
016100 01  WS-VISITS-LISTED              PIC 9(08) VALUE ZERO.
016200 01  WS-MEDS-LISTED                PIC 9(08) VALUE ZERO.
016300 01  WS-MTNS-LISTED                PIC 9(08) VALUE ZERO.
017500*---------------------------------------------------------------*
017600* 1000-INITIALIZE - open everything, build the run timestamp    *
017700* the audit records carry.  The audit dataset is appended to,   *
017800* with the same first-day fallback HCIPVSP1 uses.  No HCIPCON   *
017850* file yet means no patient has granted release consent.        *
017900*---------------------------------------------------------------*
018000 1000-INITIALIZE.
018100     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
022100         MOVE 'UNABLE TO OPEN HCIPMTN' TO WS-ABEND-MESSAGE
022200         PERFORM 9999-ABEND THRU 9999-EXIT
022300     END-IF
022310     OPEN INPUT HCIPCON
022320     IF WS-CON-STATUS = '00'
022330         MOVE 'Y' TO WS-CON-FILE-SW
022340     ELSE
022350         IF WS-CON-STATUS NOT = '35'
022360             MOVE 'UNABLE TO OPEN HCIPCON' TO WS-ABEND-MESSAGE
022370             PERFORM 9999-ABEND THRU 9999-EXIT
022380         END-IF
022390     END-IF
022400     OPEN EXTEND HCIPAUD
022500     IF WS-AUD-STATUS = '35'
022600         OPEN OUTPUT HCIPAUD
029100         PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT
029200         GO TO 2000-EXIT
029300     END-IF
029305     PERFORM 2050-CHECK-RELEASE-CONSENT THRU 2050-EXIT
029310     IF NOT WS-RELEASE-ALLOWED
029315         ADD 1 TO WS-REQUESTS-REJECTED
029320         ADD 1 TO WS-REQUESTS-NO-CONSENT
029325         MOVE SPACES TO WS-CTL-LINE
029330         MOVE ' ' TO WS-CTL-CC
029335         MOVE 'NO RELEASE CONSENT:               '
029340             TO WS-CTL-LABEL
029345         MOVE PKQ-PATIENT-ID TO WS-CTL-PATIENT-ID
029350         MOVE WS-CON-REASON TO WS-CTL-TEXT
029355         PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT
029360         GO TO 2000-EXIT
029365     END-IF
029400     PERFORM 2100-PRODUCE-PACKET THRU 2100-EXIT.
029500 2000-EXIT.
029600     EXIT.
029601*---------------------------------------------------------------*
029602* 2050-CHECK-RELEASE-CONSENT - the packet goes out only when the*
029603* patient's release switch on HCIPCON is Y and the run date is  *
029604* inside its effective and expiry dates.  Release is refused by *
029605* default (HCIPCONR), so no record or no decision refuses too.  *
029606* WS-CON-REASON carries the reason for the control report.      *
029607*---------------------------------------------------------------*
029608 2050-CHECK-RELEASE-CONSENT.
029609     MOVE 'N' TO WS-RELEASE-ALLOWED-SW
029610     MOVE 'NO RELEASE CONSENT ON FILE' TO WS-CON-REASON
029611     IF NOT WS-CON-ON-FILE
029612         GO TO 2050-EXIT
029613     END-IF
029614     MOVE 'Y' TO WS-CON-FOUND-SW
029615     MOVE WS-REQ-PATIENT-ID TO CON-PATIENT-ID
029616     READ HCIPCON
029617         INVALID KEY
029618             MOVE 'N' TO WS-CON-FOUND-SW
029619     END-READ
029620     IF NOT WS-CON-FOUND OR CON-RELEASE-SW = SPACE
029621         GO TO 2050-EXIT
029622     END-IF
029623     MOVE 'NO RELEASE CONSENT IN FORCE' TO WS-CON-REASON
029624     IF CON-RELEASE-EFF-DATE > WS-RUN-DATE
029625         IF CON-RELEASE-GRANTED
029626             MOVE SPACES TO WS-CON-REASON
029627             STRING 'RELEASE CONSENT STARTS ' DELIMITED BY SIZE
029628                    CON-RELEASE-EFF-DATE DELIMITED BY SIZE
029629                 INTO WS-CON-REASON
029630             END-STRING
029631         END-IF
029632         GO TO 2050-EXIT
029633     END-IF
029634     IF CON-RELEASE-EXP-DATE NOT = SPACES
029635             AND CON-RELEASE-EXP-DATE < WS-RUN-DATE
029636         IF CON-RELEASE-GRANTED
029637             MOVE SPACES TO WS-CON-REASON
029638             STRING 'RELEASE CONSENT EXPIRED ' DELIMITED BY SIZE
029639                    CON-RELEASE-EXP-DATE DELIMITED BY SIZE
029640                 INTO WS-CON-REASON
029641             END-STRING
029642         END-IF
029643         GO TO 2050-EXIT
029644     END-IF
029645     IF CON-RELEASE-GRANTED
029646         MOVE 'Y' TO WS-RELEASE-ALLOWED-SW
029647     ELSE
029648         MOVE 'RELEASE REFUSED BY PATIENT' TO WS-CON-REASON
029649     END-IF.
029650 2050-EXIT.
029651     EXIT.
029700*---------------------------------------------------------------*
029800* 2100-PRODUCE-PACKET - one document per patient: header page,  *
029900* then the visit, medication and wellness sections, then the    *
056900         TO WS-CTL-TOT-LABEL
057000     MOVE WS-REQUESTS-REJECTED TO WS-CTL-TOT-COUNT
057100     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT
057110     MOVE SPACES TO WS-CTL-LINE
057120     MOVE ' '    TO WS-CTL-CC
057130     MOVE '  OF WHICH NO RELEASE CONSENT:    '
057140         TO WS-CTL-TOT-LABEL
057150     MOVE WS-REQUESTS-NO-CONSENT TO WS-CTL-TOT-COUNT
057160     PERFORM 8100-WRITE-CONTROL-LINE THRU 8100-EXIT
057200     DISPLAY 'HCIPPKT1 REQUESTS READ:    ' WS-REQUESTS-READ
057300     DISPLAY 'HCIPPKT1 PACKETS PRODUCED: ' WS-PACKETS-PRODUCED
057400     DISPLAY 'HCIPPKT1 REQUESTS BAD:     ' WS-REQUESTS-REJECTED
057450     DISPLAY 'HCIPPKT1 NO CONSENT:       ' WS-REQUESTS-NO-CONSENT
057500     DISPLAY 'HCIPPKT1 VISITS LISTED:    ' WS-VISITS-LISTED
057600     DISPLAY 'HCIPPKT1 MEDS LISTED:      ' WS-MEDS-LISTED
057700     DISPLAY 'HCIPPKT1 ACTIVITIES LISTED:' WS-MTNS-LISTED
057800     CLOSE HCIPPKQ HCIPPAT HCIPVIS HCIPMED HCIPMTN
057900           HCIPAUD HCIPPKO HCIPPKC
057920     IF WS-CON-ON-FILE
057940         CLOSE HCIPCON
057960     END-IF.
058000 3000-EXIT.
058100     EXIT.
058200*---------------------------------------------------------------*
060900     DISPLAY 'HCIPPKT1 ABEND: ' WS-ABEND-MESSAGE
061000     CLOSE HCIPPKQ HCIPPAT HCIPVIS HCIPMED HCIPMTN
061100           HCIPAUD HCIPPKO HCIPPKC
061120     IF WS-CON-ON-FILE
061140         CLOSE HCIPCON
061160     END-IF
061200     MOVE 16 TO RETURN-CODE
061300     STOP RUN.
061400 9999-EXIT.
