000700*              WS-CHECKPOINT-INTERVAL records so a restart after
000800*              an abend resumes just past the last patient
000900*              actually extracted instead of reprocessing the
001000*              whole file.  A patient whose sharing consent on
001010*              HCIPCON is withdrawn on the run date is left out
001020*              of the extract, and every patient shipped is
001030*              logged to the day's audit dataset as an EXTRPT
001040*              disclosure for the accounting-of-disclosures
001050*              report (HCIPDSC1).
001100*
001200* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
001300* INSTALLATION: DEMOHEALTH DATA CENTER
001700* Modification history
001800* ----   ----   -----------------------------------------------
001900* 080826 MRO    Original version.
001910* 101526 MRO    Nightly run control: start checked and end
001920*               posted through HCIPRUN0 (0100/0200).
001940* 101526 MRO    Patients who have withdrawn sharing consent
001960*               (HCIPCON) are withheld; each patient extracted
001980*               writes an EXTRPT entry to HCIPAUD.
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.   HCIPEXT1.
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS CKP-KEY
004200         FILE STATUS IS WS-CKP-STATUS.
004210     SELECT HCIPCON ASSIGN TO HCIPCON
004220         ORGANIZATION IS INDEXED
004230         ACCESS MODE IS DYNAMIC
004240         RECORD KEY IS CON-KEY
004250         FILE STATUS IS WS-CON-STATUS.
004260     SELECT HCIPAUD ASSIGN TO HCIPAUD
004270         ORGANIZATION IS SEQUENTIAL
004280         FILE STATUS IS WS-AUD-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  HCIPPAT.
004900     COPY HCIPEXTR.
005000 FD  HCIPCKP.
005100     COPY HCIPCKPR.
005110 FD  HCIPCON.
005120     COPY HCIPCONR.
005130 FD  HCIPAUD
005140     RECORDING MODE IS F.
005150     COPY HCIPAUDR.
005200 WORKING-STORAGE SECTION.
005300 01  WS-FILE-STATUSES.
005400     03  WS-PAT-STATUS             PIC X(02) VALUE '00'.
005500     03  WS-EXT-STATUS             PIC X(02) VALUE '00'.
005600     03  WS-CKP-STATUS             PIC X(02) VALUE '00'.
005620     03  WS-CON-STATUS             PIC X(02) VALUE '00'.
005640     03  WS-AUD-STATUS             PIC X(02) VALUE '00'.
005700 01  WS-SWITCHES.
005800     03  WS-PAT-EOF-SW             PIC X(01) VALUE 'N'.
005900         88  WS-PAT-EOF                VALUE 'Y'.
006160         88  WS-CKP-WAS-NEW              VALUE 'Y'.
006200     03  WS-RESTART-SW             PIC X(01) VALUE 'N'.
006300         88  WS-IS-RESTART              VALUE 'Y'.
006310     03  WS-CON-FILE-SW            PIC X(01) VALUE 'N'.
006320         88  WS-CON-ON-FILE             VALUE 'Y'.
006330     03  WS-CON-FOUND-SW           PIC X(01) VALUE 'N'.
006340         88  WS-CON-FOUND               VALUE 'Y'.
006350     03  WS-SHARE-ALLOWED-SW       PIC X(01) VALUE 'Y'.
006360         88  WS-SHARE-ALLOWED           VALUE 'Y'.
006400 01  WS-CHECKPOINT-INTERVAL        PIC 9(05) VALUE 00100.
006500*    WS-CHECKPOINT-INTERVAL is how many HCIPPAT records are
006600*    extracted between checkpoint rewrites.  Raise or lower it
006800*    checkpoint I/O overhead.
006900 01  WS-RECORDS-SINCE-CKP          PIC 9(05) VALUE ZERO.
007000 01  WS-RECORDS-EXTRACTED          PIC 9(08) VALUE ZERO.
007005 01  WS-RECORDS-WITHHELD           PIC 9(08) VALUE ZERO.
007010 01  WS-RUN-DATE-RAW               PIC X(08) VALUE SPACES.
007015 01  WS-RUN-DATE-RAW-R REDEFINES WS-RUN-DATE-RAW.
007020     03  WS-RD-YYYY                PIC X(04).
007025     03  WS-RD-MM                  PIC X(02).
007030     03  WS-RD-DD                  PIC X(02).
007035 01  WS-RUN-DATE                   PIC X(10) VALUE SPACES.
007040 01  WS-RUN-TIME-RAW               PIC X(08) VALUE SPACES.
007045 01  WS-RUN-TIME-RAW-R REDEFINES WS-RUN-TIME-RAW.
007050     03  WS-RT-HH                  PIC X(02).
007055     03  WS-RT-MM                  PIC X(02).
007060     03  WS-RT-SS                  PIC X(02).
007065     03  FILLER                    PIC X(02).
007070 01  WS-RUN-TIMESTAMP              PIC X(26) VALUE SPACES.
007075 01  WS-CORR-BUILD                 PIC X(16) VALUE SPACES.
007100 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
007110     COPY HCIPRUNA.
007200 PROCEDURE DIVISION.
007300*---------------------------------------------------------------*
007400* 0000-MAINLINE                                                 *
007500*---------------------------------------------------------------*
007600 0000-MAINLINE.
007610     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
007700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007800     PERFORM 2000-PROCESS-PATIENTS THRU 2000-EXIT
007900         UNTIL WS-PAT-EOF
008000     PERFORM 3000-TERMINATE THRU 3000-EXIT
008010     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
008100     STOP RUN.
008102*---------------------------------------------------------------*
008104* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
008106* (rc 12) while a predecessor is incomplete or when this job    *
008108* already ran for the business date, unless an HCIPRCO override *
008110* card is supplied; the end posts the counts and return code,   *
008112* from 9999-ABEND as well.                                      *
008114*---------------------------------------------------------------*
008116 0100-START-RUN-CONTROL.
008118     MOVE 'START'    TO RUNC-FUNCTION
008120     MOVE 'HCIPEXT1' TO RUNC-JOB-NAME
008122     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
008124     IF RUNC-REFUSED
008126         MOVE 12 TO RETURN-CODE
008128         STOP RUN
008130     END-IF
008132     IF NOT RUNC-OK
008134         MOVE 16 TO RETURN-CODE
008136         STOP RUN
008138     END-IF.
008140 0100-EXIT.
008142     EXIT.
008144 0200-POST-RUN-CONTROL.
008146     MOVE 'END  '     TO RUNC-FUNCTION
008148     MOVE RETURN-CODE TO RUNC-JOB-RC
008150     MOVE 0 TO RUNC-RECORDS-IN
008152     MOVE WS-RECORDS-EXTRACTED TO RUNC-RECORDS-OUT
008154     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
008156     MOVE RUNC-JOB-RC TO RETURN-CODE.
008158 0200-EXIT.
008160     EXIT.
008200*---------------------------------------------------------------*
008300* 1000-INITIALIZE - open files, decide start point from any      *
008400* existing checkpoint record.  The run date and time stamp the  *
008420* consent check and the audit entries; the run's correlation id *
008440* is EXT- plus the run date and HHMM.  No HCIPCON file yet means *
008460* no patient has withdrawn consent.  The audit dataset is       *
008480* appended to with the first-day fallback HCIPPKT1 uses.        *
008500*---------------------------------------------------------------*
008600 1000-INITIALIZE.
008602     ACCEPT WS-RUN-DATE-RAW FROM DATE YYYYMMDD
008604     ACCEPT WS-RUN-TIME-RAW FROM TIME
008606     STRING WS-RD-YYYY DELIMITED BY SIZE
008608            '-' DELIMITED BY SIZE
008610            WS-RD-MM DELIMITED BY SIZE
008612            '-' DELIMITED BY SIZE
008614            WS-RD-DD DELIMITED BY SIZE
008616         INTO WS-RUN-DATE
008618     END-STRING
008620     STRING WS-RUN-DATE DELIMITED BY SIZE
008622            '-' DELIMITED BY SIZE
008624            WS-RT-HH DELIMITED BY SIZE
008626            ':' DELIMITED BY SIZE
008628            WS-RT-MM DELIMITED BY SIZE
008630            ':' DELIMITED BY SIZE
008632            WS-RT-SS DELIMITED BY SIZE
008634         INTO WS-RUN-TIMESTAMP
008636     END-STRING
008638     STRING 'EXT-' DELIMITED BY SIZE
008640            WS-RUN-DATE-RAW DELIMITED BY SIZE
008642            WS-RT-HH DELIMITED BY SIZE
008644            WS-RT-MM DELIMITED BY SIZE
008646         INTO WS-CORR-BUILD
008648     END-STRING
008700     OPEN I-O HCIPCKP
008750     MOVE 'N' TO WS-CKP-WAS-NEW-SW
008800     IF WS-CKP-STATUS = '35'
009500         MOVE 'UNABLE TO OPEN HCIPPAT' TO WS-ABEND-MESSAGE
009600         PERFORM 9999-ABEND THRU 9999-EXIT
009700     END-IF
009702     OPEN INPUT HCIPCON
009704     IF WS-CON-STATUS = '00'
009706         MOVE 'Y' TO WS-CON-FILE-SW
009708     ELSE
009710         IF WS-CON-STATUS NOT = '35'
009712             MOVE 'UNABLE TO OPEN HCIPCON' TO WS-ABEND-MESSAGE
009714             PERFORM 9999-ABEND THRU 9999-EXIT
009716         END-IF
009718     END-IF
009720     OPEN EXTEND HCIPAUD
009722     IF WS-AUD-STATUS = '35'
009724         OPEN OUTPUT HCIPAUD
009726     END-IF
009728     IF WS-AUD-STATUS NOT = '00'
009730         MOVE 'UNABLE TO OPEN HCIPAUD' TO WS-ABEND-MESSAGE
009732         PERFORM 9999-ABEND THRU 9999-EXIT
009734     END-IF
009750     IF NOT WS-CKP-WAS-NEW
009800         MOVE 'CHKPT001' TO CKP-KEY
009900         READ HCIPCKP
012100 1000-EXIT.
012200     EXIT.
012300*---------------------------------------------------------------*
012400* 2000-PROCESS-PATIENTS - read one HCIPPAT record, extract it   *
012500* unless sharing is withdrawn, checkpoint periodically.         *
012600*---------------------------------------------------------------*
012700 2000-PROCESS-PATIENTS.
012800     READ HCIPPAT NEXT RECORD
013000             MOVE 'Y' TO WS-PAT-EOF-SW
013100     END-READ
013200     IF NOT WS-PAT-EOF
013300         PERFORM 2050-CHECK-SHARE-CONSENT THRU 2050-EXIT
013320         IF WS-SHARE-ALLOWED
013340             PERFORM 2100-WRITE-EXTRACT THRU 2100-EXIT
013360             PERFORM 2150-WRITE-EXTRACT-AUDIT THRU 2150-EXIT
013400             ADD 1 TO WS-RECORDS-EXTRACTED
013420         ELSE
013440             ADD 1 TO WS-RECORDS-WITHHELD
013460         END-IF
013500         ADD 1 TO WS-RECORDS-SINCE-CKP
013600         IF WS-RECORDS-SINCE-CKP >= WS-CHECKPOINT-INTERVAL
013700             PERFORM 2200-WRITE-CHECKPOINT THRU 2200-EXIT
014000     END-IF.
014100 2000-EXIT.
014200     EXIT.
014202*---------------------------------------------------------------*
014204* 2050-CHECK-SHARE-CONSENT - a patient whose sharing decision in*
014206* force on the run date is N is withheld.  No HCIPCON record, no*
014208* sharing decision, or a decision outside its effective window  *
014210* leaves the HCIPCONR default (sharing allowed) standing.       *
014212*---------------------------------------------------------------*
014214 2050-CHECK-SHARE-CONSENT.
014216     MOVE 'Y' TO WS-SHARE-ALLOWED-SW
014218     IF NOT WS-CON-ON-FILE
014220         GO TO 2050-EXIT
014222     END-IF
014224     MOVE 'Y' TO WS-CON-FOUND-SW
014226     MOVE PAT-PATIENT-ID TO CON-PATIENT-ID
014228     READ HCIPCON
014230         INVALID KEY
014232             MOVE 'N' TO WS-CON-FOUND-SW
014234     END-READ
014236     IF WS-CON-FOUND
014238             AND CON-SHARE-REFUSED
014240             AND CON-SHARE-EFF-DATE NOT > WS-RUN-DATE
014242             AND (CON-SHARE-EXP-DATE = SPACES
014244               OR CON-SHARE-EXP-DATE NOT < WS-RUN-DATE)
014246         MOVE 'N' TO WS-SHARE-ALLOWED-SW
014248     END-IF.
014250 2050-EXIT.
014252     EXIT.
014300 2100-WRITE-EXTRACT.
014400     MOVE PAT-PATIENT-ID      TO EXT-PATIENT-ID
014500     MOVE PAT-INS-CARD-NUM    TO EXT-INS-CARD-NUM
016100     END-IF.
016200 2100-EXIT.
016300     EXIT.
016302*---------------------------------------------------------------*
016304* 2150-WRITE-EXTRACT-AUDIT - shipping a patient to downstream   *
016306* reporting is a disclosure, logged the way HCIPPKT1 logs a     *
016308* packet: one EXTRPT entry per patient under the run's          *
016310* correlation id, appended to the day's audit dataset for the   *
016312* HCIPAUD1 archive run.                                         *
016314*---------------------------------------------------------------*
016316 2150-WRITE-EXTRACT-AUDIT.
016318     MOVE SPACES            TO HCIP-AUDIT-RECORD
016320     MOVE WS-CORR-BUILD     TO AUD-CORRELATION-ID
016322     MOVE WS-RUN-TIMESTAMP  TO AUD-TIMESTAMP
016324     MOVE 'EXTRPT'          TO AUD-REQUEST-ID
016326     MOVE 00                TO AUD-RETURN-CODE
016328     MOVE PAT-PATIENT-ID    TO AUD-PATIENT-ID
016330     MOVE 'HCIPEXT1'        TO AUD-OPERATOR-ID
016332     WRITE HCIP-AUDIT-RECORD
016334     IF WS-AUD-STATUS NOT = '00'
016336         MOVE 'UNABLE TO WRITE HCIPAUD' TO WS-ABEND-MESSAGE
016338         PERFORM 9999-ABEND THRU 9999-EXIT
016340     END-IF.
016342 2150-EXIT.
016344     EXIT.
016400 2200-WRITE-CHECKPOINT.
016500     MOVE 'CHKPT001'           TO CKP-KEY
016600     MOVE PAT-PATIENT-ID       TO CKP-LAST-PATIENT-ID
019100         INVALID KEY
019200             CONTINUE
019300     END-DELETE
019400     DISPLAY 'HCIPEXT1 PATIENTS EXTRACTED: ' WS-RECORDS-EXTRACTED
019410     DISPLAY 'HCIPEXT1 WITHHELD, CONSENT:  ' WS-RECORDS-WITHHELD
019420     IF WS-CON-ON-FILE
019430         CLOSE HCIPCON
019440     END-IF
019450     CLOSE HCIPPAT HCIPEXT HCIPCKP HCIPAUD.
019500 3000-EXIT.
019600     EXIT.
019700*---------------------------------------------------------------*
020000*---------------------------------------------------------------*
020100 9999-ABEND.
020200     DISPLAY 'HCIPEXT1 ABEND: ' WS-ABEND-MESSAGE
020300     CLOSE HCIPPAT HCIPEXT HCIPCKP HCIPAUD
020320     IF WS-CON-ON-FILE
020340         CLOSE HCIPCON
020360     END-IF
020400     MOVE 16 TO RETURN-CODE
020410     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
020500     STOP RUN.
020600 9999-EXIT.
020700     EXIT.
