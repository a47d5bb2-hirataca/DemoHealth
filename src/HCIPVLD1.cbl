000100*****************************************************************
000200* PROGRAM    : HCIPVLD1
000300* PURPOSE    : Bulk vitals load from the remote-monitoring
000400*              vendor's nightly file.  Each reading (patient id
000500*              or insurance card number, visit date/time, heart
000600*              rate, blood pressure, mental state) is written to
000700*              HCIPVIS exactly as the online VISIT1 request in
000800*              HCIPDB01 would write it:
000900*
001000*                - a reading for a patient merged away by
001100*                  HCIPMRG1 is redirected to the surviving id,
001200*                  the same pointer INQ01 hands back with rc 14;
001300*                - the breach switches are set by the VISIT1
001400*                  threshold judgement (7210-7214 there), copied
001500*                  here rule for rule;
001600*                - each breaching reading raises the same
001700*                  one-line VITALS BREACH message, so HCIPALD1
001800*                  files it and the escalation chain routes it
001900*                  like a desk reading.
002000*
002100*              The vitals message cannot be put on the ALRT
002200*              queue from batch, so it is written to HCIPALQ,
002300*              the dataset behind the ALRB extrapartition queue
002400*              HCIPALD1 drains straight after ALRT.
002500*
002600*              A reading that cannot be loaded goes to the
002700*              HCIPVLR reject file with a reason code; a reading
002800*              whose VIS-KEY is already on file is counted as a
002900*              duplicate and left alone.  The file can run to
003000*              hundreds of thousands of readings, so a checkpoint
003100*              is rewritten every WS-CHECKPOINT-INTERVAL records
003200*              in the HCIPEXT1 style and a rerun after an abend
003300*              skips the readings already done.  Device readings
003400*              are not attendances, so no appointment is marked
003500*              kept.
003600*
003700* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
003800* INSTALLATION: DEMOHEALTH DATA CENTER
003900* DATE-WRITTEN: 10/15/2026
004000* DATE-COMPILED:
004100*
004200* Modification history
004300* ----   ----   -----------------------------------------------
004400* 101526 MRO    Original version.
004410* 101526 MRO    Nightly run control: start checked and end
004420*               posted through HCIPRUN0 (0100/0200).
004430* 101526 MRO    HCIPALQ rewritten on a new run and extended
004440*               only on a checkpoint restart, so ALRB never
004450*               re-delivers an earlier night's breaches.
004500*****************************************************************
004600 IDENTIFICATION DIVISION.
004700 PROGRAM-ID.   HCIPVLD1.
004800 AUTHOR.       M. OYELARAN.
004900 INSTALLATION. DEMOHEALTH DATA CENTER.
005000 DATE-WRITTEN. 10/15/2026.
005100 DATE-COMPILED.
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT HCIPVLV ASSIGN TO HCIPVLV
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-VLV-STATUS.
005800     SELECT HCIPPAT ASSIGN TO HCIPPAT
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PAT-KEY
006200         FILE STATUS IS WS-PAT-STATUS.
006300     SELECT HCIPPTC ASSIGN TO HCIPPTC
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS PTC-INS-CARD-NUM
006700         FILE STATUS IS WS-PTC-STATUS.
006800     SELECT HCIPVIS ASSIGN TO HCIPVIS
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS VIS-KEY
007200         FILE STATUS IS WS-VIS-STATUS.
007300     SELECT HCIPVLR ASSIGN TO HCIPVLR
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-VLR-STATUS.
007600     SELECT HCIPALQ ASSIGN TO HCIPALQ
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-ALQ-STATUS.
007900     SELECT HCIPCKP ASSIGN TO HCIPCKP
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS CKP-KEY
008300         FILE STATUS IS WS-CKP-STATUS.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  HCIPVLV
008700     RECORDING MODE IS F.
008800 01  VLV-RECORD.
008900     03  VLV-PATIENT-ID           PIC X(10).
009000     03  VLV-INS-CARD-NUM         PIC X(10).
009100     03  VLV-VISIT-DATE           PIC X(10).
009200     03  VLV-VISIT-TIME           PIC X(10).
009300     03  VLV-HEART-RATE           PIC X(10).
009400     03  VLV-BLOOD-PRESSURE       PIC X(10).
009500     03  VLV-MENTAL-STATE         PIC X(10).
009600     03  FILLER                   PIC X(10).
009700 FD  HCIPPAT.
009800     COPY HCIPPATR.
009900*    HCIPPTC is the PAT-INS-CARD-NUM alternate-index path over the
010000*    same base cluster; only the key byte range is named here.
010100 FD  HCIPPTC.
010200 01  PTC-RECORD.
010300     03  PTC-PATIENT-ID            PIC 9(10).
010400     03  PTC-INS-CARD-NUM          PIC X(10).
010500     03  FILLER                    PIC X(250).
010600 FD  HCIPVIS.
010700     COPY HCIPVISR.
010800 FD  HCIPVLR
010900     RECORDING MODE IS F.
011000 01  VLR-RECORD.
011100     03  VLR-REASON-CODE          PIC X(02).
011200     03  FILLER                   PIC X(01).
011300     03  VLR-REASON-TEXT          PIC X(30).
011400     03  FILLER                   PIC X(01).
011500     03  VLR-INPUT-RECORD         PIC X(80).
011600 FD  HCIPALQ
011700     RECORDING MODE IS F.
011800 01  ALQ-RECORD                   PIC X(78).
011900 FD  HCIPCKP.
012000     COPY HCIPCKPR.
012100 WORKING-STORAGE SECTION.
012200 01  WS-FILE-STATUSES.
012300     03  WS-VLV-STATUS             PIC X(02) VALUE '00'.
012400     03  WS-PAT-STATUS             PIC X(02) VALUE '00'.
012500     03  WS-PTC-STATUS             PIC X(02) VALUE '00'.
012600     03  WS-VIS-STATUS             PIC X(02) VALUE '00'.
012700     03  WS-VLR-STATUS             PIC X(02) VALUE '00'.
012800     03  WS-ALQ-STATUS             PIC X(02) VALUE '00'.
012900     03  WS-CKP-STATUS             PIC X(02) VALUE '00'.
013000 01  WS-SWITCHES.
013100     03  WS-VLV-EOF-SW             PIC X(01) VALUE 'N'.
013200         88  WS-VLV-EOF                VALUE 'Y'.
013300     03  WS-PATIENT-FOUND-SW       PIC X(01) VALUE 'N'.
013400         88  WS-PATIENT-FOUND          VALUE 'Y'.
013500     03  WS-BREACH-SW              PIC X(01) VALUE 'N'.
013600         88  WS-THRESHOLD-BREACHED     VALUE 'Y'.
013700     03  WS-CKP-FOUND-SW           PIC X(01) VALUE 'N'.
013800         88  WS-CKP-FOUND               VALUE 'Y'.
013900     03  WS-CKP-WAS-NEW-SW         PIC X(01) VALUE 'N'.
014000         88  WS-CKP-WAS-NEW              VALUE 'Y'.
014100     03  WS-RESTART-SW             PIC X(01) VALUE 'N'.
014200         88  WS-IS-RESTART              VALUE 'Y'.
014300 01  WS-CHECKPOINT-INTERVAL        PIC 9(05) VALUE 01000.
014400*    WS-CHECKPOINT-INTERVAL is how many vendor readings are
014500*    processed between checkpoint rewrites.  Raise or lower it
014600*    here and recompile to trade restart granularity against
014700*    checkpoint I/O overhead.
014800 01  WS-RECORDS-SINCE-CKP          PIC 9(05) VALUE ZERO.
014900 01  WS-RESTART-SKIP               PIC 9(08) VALUE ZERO.
015000 01  WS-REQ-PATIENT-ID             PIC 9(10) VALUE ZERO.
015100 01  WS-REJECT-CODE                PIC X(02) VALUE SPACES.
015200 01  WS-REJECT-TEXT                PIC X(30) VALUE SPACES.
015300*---------------------------------------------------------------*
015400* Threshold-breach compare work fields - same rules as          *
015500* HCIPDB01's 7210-7214.                                         *
015600*---------------------------------------------------------------*
015700 01  WS-HR-READING-N               PIC 9(05) VALUE ZERO.
015800 01  WS-HR-LIMIT-N                 PIC 9(05) VALUE ZERO.
015900 01  WS-BP-READING                 PIC X(10) VALUE SPACES.
016000 01  WS-BP-LIMIT                   PIC X(10) VALUE SPACES.
016100 01  WS-BP-READING-SYS             PIC 9(05) VALUE ZERO.
016200 01  WS-BP-LIMIT-SYS               PIC 9(05) VALUE ZERO.
016300 01  WS-SLASH-POS                  PIC 9(02) VALUE ZERO.
016400 01  WS-MS-SEVERITY-TAB.
016500     03  FILLER.
016600         05  FILLER                PIC X(12) VALUE 'ALERT'.
016700         05  FILLER                PIC 9(01) VALUE 1.
016800     03  FILLER.
016900         05  FILLER                PIC X(12) VALUE 'DROWSY'.
017000         05  FILLER                PIC 9(01) VALUE 2.
017100     03  FILLER.
017200         05  FILLER                PIC X(12) VALUE 'CONFUSED'.
017300         05  FILLER                PIC 9(01) VALUE 3.
017400     03  FILLER.
017500         05  FILLER                PIC X(12) VALUE
017600                'UNRESPONSIVE'.
017700         05  FILLER                PIC 9(01) VALUE 4.
017800 01  WS-MS-SEVERITY-R REDEFINES WS-MS-SEVERITY-TAB.
017900     03  WS-MS-ENTRY OCCURS 4 TIMES.
018000         05  WS-MS-NAME            PIC X(12).
018100         05  WS-MS-RANK            PIC 9(01).
018200 01  WS-MS-TAB-IX                  PIC 9(02) VALUE ZERO.
018300 01  WS-MS-READING-RANK            PIC 9(01) VALUE ZERO.
018400 01  WS-MS-LIMIT-RANK              PIC 9(01) VALUE ZERO.
018500*    Same fixed-offset layout HCIPDB01's 7220-SEND-BREACH-ALERT
018600*    builds and HCIPALD1 takes apart.
018700 01  WS-ALERT-MESSAGE              PIC X(78) VALUE SPACES.
018800*---------------------------------------------------------------*
018900* Date-to-day-number work fields (visit date validation)        *
019000*---------------------------------------------------------------*
019100 01  WS-DN-DATE                    PIC X(10).
019200 01  WS-DN-DATE-R REDEFINES WS-DN-DATE.
019300     03  WS-DN-YEAR-X              PIC X(04).
019400     03  FILLER                    PIC X(01).
019500     03  WS-DN-MONTH-X             PIC X(02).
019600     03  FILLER                    PIC X(01).
019700     03  WS-DN-DAY-X               PIC X(02).
019800 01  WS-DN-YEAR-N                  PIC 9(04) VALUE ZERO.
019900 01  WS-DN-MONTH-N                 PIC 9(02) VALUE ZERO.
020000 01  WS-DN-DAY-N                   PIC 9(02) VALUE ZERO.
020100 01  WS-DN-YR1                     PIC 9(04) VALUE ZERO.
020200 01  WS-DN-Q4                      PIC 9(09) VALUE ZERO.
020300 01  WS-DN-Q100                    PIC 9(09) VALUE ZERO.
020400 01  WS-DN-Q400                    PIC 9(09) VALUE ZERO.
020500 01  WS-DN-REM-4                   PIC 9(09) VALUE ZERO.
020600 01  WS-DN-REM-100                 PIC 9(09) VALUE ZERO.
020700 01  WS-DN-REM-400                 PIC 9(09) VALUE ZERO.
020800 01  WS-DN-DAY-NUM                 PIC 9(08) VALUE ZERO.
020900 01  WS-DN-CUM-TAB.
021000     03  FILLER                    PIC 9(03) VALUE 000.
021100     03  FILLER                    PIC 9(03) VALUE 031.
021200     03  FILLER                    PIC 9(03) VALUE 059.
021300     03  FILLER                    PIC 9(03) VALUE 090.
021400     03  FILLER                    PIC 9(03) VALUE 120.
021500     03  FILLER                    PIC 9(03) VALUE 151.
021600     03  FILLER                    PIC 9(03) VALUE 181.
021700     03  FILLER                    PIC 9(03) VALUE 212.
021800     03  FILLER                    PIC 9(03) VALUE 243.
021900     03  FILLER                    PIC 9(03) VALUE 273.
022000     03  FILLER                    PIC 9(03) VALUE 304.
022100     03  FILLER                    PIC 9(03) VALUE 334.
022200 01  WS-DN-CUM-R REDEFINES WS-DN-CUM-TAB.
022300     03  WS-DN-CUM                 PIC 9(03) OCCURS 12 TIMES.
022400*---------------------------------------------------------------*
022500* Counters.  Read, rejected and duplicate counts ride on the    *
022600* checkpoint so a restarted run still prints whole-file totals; *
022700* breaches and redirects count this run's readings only.        *
022800*---------------------------------------------------------------*
022900 01  WS-RECORDS-READ               PIC 9(08) VALUE ZERO.
023000 01  WS-RECORDS-LOADED             PIC 9(08) VALUE ZERO.
023100 01  WS-RECORDS-REJECTED           PIC 9(08) VALUE ZERO.
023200 01  WS-RECORDS-DUPLICATE          PIC 9(08) VALUE ZERO.
023300 01  WS-RECORDS-REDIRECTED         PIC 9(08) VALUE ZERO.
023400 01  WS-BREACHES-RAISED            PIC 9(08) VALUE ZERO.
023500 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
023510     COPY HCIPRUNA.
023600 PROCEDURE DIVISION.
023700*---------------------------------------------------------------*
023800* 0000-MAINLINE                                                 *
023900*---------------------------------------------------------------*
024000 0000-MAINLINE.
024010     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
024200     PERFORM 2000-PROCESS-READINGS THRU 2000-EXIT
024300         UNTIL WS-VLV-EOF
024400     PERFORM 3000-TERMINATE THRU 3000-EXIT
024410     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
024500     STOP RUN.
024502*---------------------------------------------------------------*
024504* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
024506* (rc 12) while a predecessor is incomplete or when this job    *
024508* already ran for the business date, unless an HCIPRCO override *
024510* card is supplied; the end posts the counts and return code,   *
024512* from 9999-ABEND as well.                                      *
024514*---------------------------------------------------------------*
024516 0100-START-RUN-CONTROL.
024518     MOVE 'START'    TO RUNC-FUNCTION
024520     MOVE 'HCIPVLD1' TO RUNC-JOB-NAME
024522     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
024524     IF RUNC-REFUSED
024526         MOVE 12 TO RETURN-CODE
024528         STOP RUN
024530     END-IF
024532     IF NOT RUNC-OK
024534         MOVE 16 TO RETURN-CODE
024536         STOP RUN
024538     END-IF.
024540 0100-EXIT.
024542     EXIT.
024544 0200-POST-RUN-CONTROL.
024546     MOVE 'END  '     TO RUNC-FUNCTION
024548     MOVE RETURN-CODE TO RUNC-JOB-RC
024550     MOVE WS-RECORDS-READ TO RUNC-RECORDS-IN
024552     MOVE WS-RECORDS-LOADED TO RUNC-RECORDS-OUT
024554     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
024556     MOVE RUNC-JOB-RC TO RETURN-CODE.
024558 0200-EXIT.
024560     EXIT.
024600*---------------------------------------------------------------*
024700* 1000-INITIALIZE - open files, decide the start point from any *
024800* existing checkpoint record, as HCIPEXT1 does.  On a restart   *
024900* the readings already processed are read past and the reject   *
025000* file and ALRB feed are extended; a new run rewrites both, so  *
025010* ALRB, which re-reads its dataset from the top when CICS opens *
025020* it, only ever holds the one night's breaches.                 *
025100*---------------------------------------------------------------*
025200 1000-INITIALIZE.
025300     OPEN I-O HCIPCKP
025400     MOVE 'N' TO WS-CKP-WAS-NEW-SW
025500     IF WS-CKP-STATUS = '35'
025600         MOVE 'Y' TO WS-CKP-WAS-NEW-SW
025700         MOVE 'N' TO WS-CKP-FOUND-SW
025800         MOVE LOW-VALUES TO HCIP-CHECKPOINT-RECORD
025900         OPEN OUTPUT HCIPCKP
026000     END-IF
026100     OPEN INPUT HCIPVLV
026200     IF WS-VLV-STATUS NOT = '00'
026300         MOVE 'UNABLE TO OPEN HCIPVLV' TO WS-ABEND-MESSAGE
026400         PERFORM 9999-ABEND THRU 9999-EXIT
026500     END-IF
026600     OPEN INPUT HCIPPAT
026700     IF WS-PAT-STATUS NOT = '00'
026800         MOVE 'UNABLE TO OPEN HCIPPAT' TO WS-ABEND-MESSAGE
026900         PERFORM 9999-ABEND THRU 9999-EXIT
027000     END-IF
027100     OPEN INPUT HCIPPTC
027200     IF WS-PTC-STATUS NOT = '00'
027300         MOVE 'UNABLE TO OPEN HCIPPTC' TO WS-ABEND-MESSAGE
027400         PERFORM 9999-ABEND THRU 9999-EXIT
027500     END-IF
027600     OPEN I-O HCIPVIS
027700     IF WS-VIS-STATUS NOT = '00'
027800         MOVE 'UNABLE TO OPEN HCIPVIS' TO WS-ABEND-MESSAGE
027900         PERFORM 9999-ABEND THRU 9999-EXIT
028000     END-IF
028900     IF NOT WS-CKP-WAS-NEW
029000         MOVE 'CHKPT001' TO CKP-KEY
029100         READ HCIPCKP
029200             INVALID KEY
029300                 MOVE 'N' TO WS-CKP-FOUND-SW
029400             NOT INVALID KEY
029500                 MOVE 'Y' TO WS-CKP-FOUND-SW
029600         END-READ
029700     END-IF
029800     IF WS-CKP-FOUND
029900         MOVE 'Y' TO WS-RESTART-SW
030000         MOVE CKP-RECORD-COUNT    TO WS-RESTART-SKIP
030100         MOVE CKP-REJECT-COUNT    TO WS-RECORDS-REJECTED
030200         MOVE CKP-DUPLICATE-COUNT TO WS-RECORDS-DUPLICATE
030300         PERFORM 1100-SKIP-ONE-READING THRU 1100-EXIT
030400             UNTIL WS-RECORDS-READ NOT < WS-RESTART-SKIP
030500                 OR WS-VLV-EOF
030600         OPEN EXTEND HCIPVLR
030650         OPEN EXTEND HCIPALQ
030700     ELSE
030800         MOVE 'N' TO WS-RESTART-SW
030900         MOVE SPACES TO CKP-KEY
031000         MOVE 0 TO CKP-LAST-PATIENT-ID
031100         MOVE 0 TO CKP-RECORD-COUNT
031200         OPEN OUTPUT HCIPVLR
031250         OPEN OUTPUT HCIPALQ
031300     END-IF
031400     IF WS-VLR-STATUS NOT = '00'
031500         MOVE 'UNABLE TO OPEN HCIPVLR' TO WS-ABEND-MESSAGE
031600         PERFORM 9999-ABEND THRU 9999-EXIT
031650     END-IF
031660     IF WS-ALQ-STATUS NOT = '00'
031670         MOVE 'UNABLE TO OPEN HCIPALQ' TO WS-ABEND-MESSAGE
031680         PERFORM 9999-ABEND THRU 9999-EXIT
031700     END-IF.
031800 1000-EXIT.
031900     EXIT.
032000 1100-SKIP-ONE-READING.
032100     READ HCIPVLV
032200         AT END
032300             MOVE 'Y' TO WS-VLV-EOF-SW
032400     END-READ
032500     IF NOT WS-VLV-EOF
032600         ADD 1 TO WS-RECORDS-READ
032700     END-IF.
032800 1100-EXIT.
032900     EXIT.
033000*---------------------------------------------------------------*
033100* 2000-PROCESS-READINGS - read one vendor reading, load it,     *
033200* checkpoint periodically.                                      *
033300*---------------------------------------------------------------*
033400 2000-PROCESS-READINGS.
033500     READ HCIPVLV
033600         AT END
033700             MOVE 'Y' TO WS-VLV-EOF-SW
033800     END-READ
033900     IF NOT WS-VLV-EOF
034000         ADD 1 TO WS-RECORDS-READ
034100         PERFORM 2100-LOAD-ONE-READING THRU 2100-EXIT
034200         ADD 1 TO WS-RECORDS-SINCE-CKP
034300         IF WS-RECORDS-SINCE-CKP >= WS-CHECKPOINT-INTERVAL
034400             PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT
034500             MOVE 0 TO WS-RECORDS-SINCE-CKP
034600         END-IF
034700     END-IF.
034800 2000-EXIT.
034900     EXIT.
035000*---------------------------------------------------------------*
035100* 2100-LOAD-ONE-READING - find the patient (by id, else by      *
035200* card), follow a merge to the survivor, validate, write the    *
035300* visit and raise the breach message.                           *
035400*---------------------------------------------------------------*
035500 2100-LOAD-ONE-READING.
035600     IF VLV-PATIENT-ID = SPACES AND VLV-INS-CARD-NUM = SPACES
035700         MOVE 'ID' TO WS-REJECT-CODE
035800         MOVE 'NO PATIENT ID OR CARD NUMBER' TO WS-REJECT-TEXT
035900         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
036000         GO TO 2100-EXIT
036100     END-IF
036200     IF VLV-PATIENT-ID NOT = SPACES
036300         IF VLV-PATIENT-ID IS NOT NUMERIC
036400             MOVE 'ID' TO WS-REJECT-CODE
036500             MOVE 'PATIENT ID NOT NUMERIC' TO WS-REJECT-TEXT
036600             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
036700             GO TO 2100-EXIT
036800         END-IF
036900         MOVE VLV-PATIENT-ID TO WS-REQ-PATIENT-ID
037000         PERFORM 2200-READ-PATIENT THRU 2200-EXIT
037100     ELSE
037200         PERFORM 2210-READ-PATIENT-BY-CARD THRU 2210-EXIT
037300     END-IF
037400     IF NOT WS-PATIENT-FOUND
037500         MOVE 'NF' TO WS-REJECT-CODE
037600         MOVE 'PATIENT NOT ON FILE' TO WS-REJECT-TEXT
037700         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
037800         GO TO 2100-EXIT
037900     END-IF
038000     IF PAT-MERGED
038100         MOVE PAT-MERGED-TO-ID TO WS-REQ-PATIENT-ID
038200         PERFORM 2200-READ-PATIENT THRU 2200-EXIT
038300         IF NOT WS-PATIENT-FOUND OR PAT-MERGED
038400             MOVE 'MG' TO WS-REJECT-CODE
038500             MOVE 'MERGED - SURVIVOR NOT ON FILE'
038600                 TO WS-REJECT-TEXT
038700             PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
038800             GO TO 2100-EXIT
038900         END-IF
039000         ADD 1 TO WS-RECORDS-REDIRECTED
039100     END-IF
039200     MOVE VLV-VISIT-DATE TO WS-DN-DATE
039300     PERFORM 6100-DATE-TO-DAY-NUMBER THRU 6100-EXIT
039400     IF WS-DN-DAY-NUM = 0 OR WS-DN-DAY-N < 1 OR WS-DN-DAY-N > 31
039500             OR VLV-VISIT-TIME = SPACES
039600         MOVE 'DT' TO WS-REJECT-CODE
039700         MOVE 'VISIT DATE OR TIME INVALID' TO WS-REJECT-TEXT
039800         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
039900         GO TO 2100-EXIT
040000     END-IF
040100     IF VLV-HEART-RATE = SPACES AND VLV-BLOOD-PRESSURE = SPACES
040200             AND VLV-MENTAL-STATE = SPACES
040300         MOVE 'VT' TO WS-REJECT-CODE
040400         MOVE 'NO VITALS ON READING' TO WS-REJECT-TEXT
040500         PERFORM 2700-WRITE-REJECT THRU 2700-EXIT
040600         GO TO 2100-EXIT
040700     END-IF
040800     MOVE PAT-PATIENT-ID     TO VIS-PATIENT-ID
040900     MOVE VLV-VISIT-DATE     TO VIS-VISIT-DATE
041000     MOVE VLV-VISIT-TIME     TO VIS-VISIT-TIME
041100     MOVE VLV-HEART-RATE     TO VIS-HEART-RATE
041200     MOVE VLV-BLOOD-PRESSURE TO VIS-BLOOD-PRESSURE
041300     MOVE VLV-MENTAL-STATE   TO VIS-MENTAL-STATE
041400     MOVE 'N' TO VIS-HR-BREACH-SW
041500     MOVE 'N' TO VIS-BP-BREACH-SW
041600     MOVE 'N' TO VIS-MS-BREACH-SW
041700     PERFORM 2300-CHECK-THRESHOLD-BREACH THRU 2300-EXIT
041800     WRITE HCIP-VISIT-RECORD
041900     IF WS-VIS-STATUS = '22'
042000         ADD 1 TO WS-RECORDS-DUPLICATE
042100         GO TO 2100-EXIT
042200     END-IF
042300     IF WS-VIS-STATUS NOT = '00'
042400         MOVE 'UNABLE TO WRITE HCIPVIS' TO WS-ABEND-MESSAGE
042500         PERFORM 9999-ABEND THRU 9999-EXIT
042600     END-IF
042700     ADD 1 TO WS-RECORDS-LOADED
042800     MOVE PAT-PATIENT-ID TO CKP-LAST-PATIENT-ID
042900     IF WS-THRESHOLD-BREACHED
043000         PERFORM 2400-SEND-BREACH-ALERT THRU 2400-EXIT
043100     END-IF.
043200 2100-EXIT.
043300     EXIT.
043400 2200-READ-PATIENT.
043500     MOVE WS-REQ-PATIENT-ID TO PAT-PATIENT-ID
043600     MOVE 'Y' TO WS-PATIENT-FOUND-SW
043700     READ HCIPPAT
043800         INVALID KEY
043900             MOVE 'N' TO WS-PATIENT-FOUND-SW
044000     END-READ.
044100 2200-EXIT.
044200     EXIT.
044300*---------------------------------------------------------------*
044400* 2210-READ-PATIENT-BY-CARD - the HCIPPTC path gives the id;    *
044500* the base record is then read by id so every later test works  *
044600* on the HCIPPATR layout.                                       *
044700*---------------------------------------------------------------*
044800 2210-READ-PATIENT-BY-CARD.
044900     MOVE VLV-INS-CARD-NUM TO PTC-INS-CARD-NUM
045000     MOVE 'Y' TO WS-PATIENT-FOUND-SW
045100     READ HCIPPTC
045200         INVALID KEY
045300             MOVE 'N' TO WS-PATIENT-FOUND-SW
045400     END-READ
045500     IF WS-PATIENT-FOUND
045600         MOVE PTC-PATIENT-ID TO WS-REQ-PATIENT-ID
045700         PERFORM 2200-READ-PATIENT THRU 2200-EXIT
045800     END-IF.
045900 2210-EXIT.
046000     EXIT.
046100*---------------------------------------------------------------*
046200* 2300-CHECK-THRESHOLD-BREACH - HCIPDB01's 7210 rule for rule:  *
046300* HR numeric compare, BP systolic compare, mental state by      *
046400* severity rank.  A reading or limit that will not parse never  *
046500* breaches.                                                     *
046600*---------------------------------------------------------------*
046700 2300-CHECK-THRESHOLD-BREACH.
046800     MOVE 'N' TO WS-BREACH-SW
046900     IF VIS-HEART-RATE IS NUMERIC AND PAT-HR-THRESHOLD
047000             IS NUMERIC
047100         MOVE VIS-HEART-RATE TO WS-HR-READING-N
047200         MOVE PAT-HR-THRESHOLD TO WS-HR-LIMIT-N
047300         IF WS-HR-READING-N > WS-HR-LIMIT-N
047400             MOVE 'Y' TO VIS-HR-BREACH-SW
047500             MOVE 'Y' TO WS-BREACH-SW
047600         END-IF
047700     END-IF.
047800     MOVE VIS-BLOOD-PRESSURE TO WS-BP-READING
047900     MOVE PAT-BP-THRESHOLD   TO WS-BP-LIMIT
048000     PERFORM 2310-SYSTOLIC-OF-READING THRU 2310-EXIT
048100     PERFORM 2320-SYSTOLIC-OF-LIMIT THRU 2320-EXIT
048200     IF WS-BP-READING-SYS > 0 AND WS-BP-LIMIT-SYS > 0
048300         IF WS-BP-READING-SYS > WS-BP-LIMIT-SYS
048400             MOVE 'Y' TO VIS-BP-BREACH-SW
048500             MOVE 'Y' TO WS-BREACH-SW
048600         END-IF
048700     END-IF.
048800     MOVE 0 TO WS-MS-READING-RANK
048900     MOVE 0 TO WS-MS-LIMIT-RANK
049000     PERFORM 2330-RANK-MENTAL-STATE THRU 2330-EXIT
049100     IF WS-MS-READING-RANK > 0 AND WS-MS-LIMIT-RANK > 0
049200         IF WS-MS-READING-RANK > WS-MS-LIMIT-RANK
049300             MOVE 'Y' TO VIS-MS-BREACH-SW
049400             MOVE 'Y' TO WS-BREACH-SW
049500         END-IF
049600     END-IF.
049700 2300-EXIT.
049800     EXIT.
049900 2310-SYSTOLIC-OF-READING.
050000     MOVE 0 TO WS-BP-READING-SYS
050100     MOVE 0 TO WS-SLASH-POS
050200     INSPECT WS-BP-READING TALLYING WS-SLASH-POS
050300         FOR CHARACTERS BEFORE INITIAL '/'
050400     IF WS-SLASH-POS > 0 AND WS-SLASH-POS < 6
050500         IF WS-BP-READING(1:WS-SLASH-POS) IS NUMERIC
050600             MOVE WS-BP-READING(1:WS-SLASH-POS)
050700                 TO WS-BP-READING-SYS
050800         END-IF
050900     END-IF.
051000 2310-EXIT.
051100     EXIT.
051200 2320-SYSTOLIC-OF-LIMIT.
051300     MOVE 0 TO WS-BP-LIMIT-SYS
051400     MOVE 0 TO WS-SLASH-POS
051500     INSPECT WS-BP-LIMIT TALLYING WS-SLASH-POS
051600         FOR CHARACTERS BEFORE INITIAL '/'
051700     IF WS-SLASH-POS > 0 AND WS-SLASH-POS < 6
051800         IF WS-BP-LIMIT(1:WS-SLASH-POS) IS NUMERIC
051900             MOVE WS-BP-LIMIT(1:WS-SLASH-POS)
052000                 TO WS-BP-LIMIT-SYS
052100         END-IF
052200     END-IF.
052300 2320-EXIT.
052400     EXIT.
052500 2330-RANK-MENTAL-STATE.
052600     MOVE 1 TO WS-MS-TAB-IX
052700     PERFORM 2340-RANK-LOOKUP-STEP
052800         UNTIL WS-MS-TAB-IX > 4.
052900 2330-EXIT.
053000     EXIT.
053100 2340-RANK-LOOKUP-STEP.
053200     IF WS-MS-NAME(WS-MS-TAB-IX) = VIS-MENTAL-STATE
053300         MOVE WS-MS-RANK(WS-MS-TAB-IX) TO WS-MS-READING-RANK
053400     END-IF
053500     IF WS-MS-NAME(WS-MS-TAB-IX) = PAT-MS-THRESHOLD
053600         MOVE WS-MS-RANK(WS-MS-TAB-IX) TO WS-MS-LIMIT-RANK
053700     END-IF
053800     ADD 1 TO WS-MS-TAB-IX.
053900*---------------------------------------------------------------*
054000* 2400-SEND-BREACH-ALERT - the VISIT1 breach message, for the   *
054100* id the visit was filed under, onto the ALRB feed.             *
054200*---------------------------------------------------------------*
054300 2400-SEND-BREACH-ALERT.
054400     MOVE SPACES TO WS-ALERT-MESSAGE
054500     STRING 'VITALS BREACH PATIENT=' DELIMITED BY SIZE
054600            VIS-PATIENT-ID DELIMITED BY SIZE
054700            ' HR=' DELIMITED BY SIZE
054800            VIS-HEART-RATE DELIMITED BY SIZE
054900            ' BP=' DELIMITED BY SIZE
055000            VIS-BLOOD-PRESSURE DELIMITED BY SIZE
055100            ' MS=' DELIMITED BY SIZE
055200            VIS-MENTAL-STATE DELIMITED BY SIZE
055300         INTO WS-ALERT-MESSAGE
055400     END-STRING
055500     WRITE ALQ-RECORD FROM WS-ALERT-MESSAGE
055600     IF WS-ALQ-STATUS NOT = '00'
055700         MOVE 'UNABLE TO WRITE HCIPALQ' TO WS-ABEND-MESSAGE
055800         PERFORM 9999-ABEND THRU 9999-EXIT
055900     END-IF
056000     ADD 1 TO WS-BREACHES-RAISED.
056100 2400-EXIT.
056200     EXIT.
056300*---------------------------------------------------------------*
056400* 2700-WRITE-REJECT - reason code and text ahead of the reading *
056500* exactly as received.                                          *
056600*---------------------------------------------------------------*
056700 2700-WRITE-REJECT.
056800     MOVE SPACES         TO VLR-RECORD
056900     MOVE WS-REJECT-CODE TO VLR-REASON-CODE
057000     MOVE WS-REJECT-TEXT TO VLR-REASON-TEXT
057100     MOVE VLV-RECORD     TO VLR-INPUT-RECORD
057200     WRITE VLR-RECORD
057300     IF WS-VLR-STATUS NOT = '00'
057400         MOVE 'UNABLE TO WRITE HCIPVLR' TO WS-ABEND-MESSAGE
057500         PERFORM 9999-ABEND THRU 9999-EXIT
057600     END-IF
057700     ADD 1 TO WS-RECORDS-REJECTED.
057800 2700-EXIT.
057900     EXIT.
058000 2800-WRITE-CHECKPOINT.
058100     MOVE 'CHKPT001'           TO CKP-KEY
058200     MOVE WS-RECORDS-READ      TO CKP-RECORD-COUNT
058300     MOVE WS-RECORDS-REJECTED  TO CKP-REJECT-COUNT
058400     MOVE WS-RECORDS-DUPLICATE TO CKP-DUPLICATE-COUNT
058500     IF WS-RESTART-SW = 'Y' OR WS-CKP-FOUND-SW = 'Y'
058600         REWRITE HCIP-CHECKPOINT-RECORD
058700             INVALID KEY
058800                 WRITE HCIP-CHECKPOINT-RECORD
058900         END-REWRITE
059000     ELSE
059100         WRITE HCIP-CHECKPOINT-RECORD
059200             INVALID KEY
059300                 REWRITE HCIP-CHECKPOINT-RECORD
059400         END-WRITE
059500     END-IF
059600     MOVE 'Y' TO WS-CKP-FOUND-SW.
059700 2800-EXIT.
059800     EXIT.
059900*---------------------------------------------------------------*
060000* 3000-TERMINATE - normal end of job: remove the checkpoint row *
060100* so the next night's file starts from its first reading, then  *
060200* print the totals and close all files.                         *
060300*---------------------------------------------------------------*
060400 3000-TERMINATE.
060500     MOVE 'CHKPT001'    TO CKP-KEY
060600     DELETE HCIPCKP RECORD
060700         INVALID KEY
060800             CONTINUE
060900     END-DELETE
061000     IF WS-IS-RESTART
061100         DISPLAY 'HCIPVLD1 RESTARTED AFTER:     ' WS-RESTART-SKIP
061200     END-IF
061300     DISPLAY 'HCIPVLD1 READINGS READ:       ' WS-RECORDS-READ
061400     DISPLAY 'HCIPVLD1 VISITS LOADED:       ' WS-RECORDS-LOADED
061500     DISPLAY 'HCIPVLD1 MERGED, REDIRECTED:  '
061600         WS-RECORDS-REDIRECTED
061700     DISPLAY 'HCIPVLD1 DUPLICATE VIS-KEY:   ' WS-RECORDS-DUPLICATE
061800     DISPLAY 'HCIPVLD1 READINGS REJECTED:   ' WS-RECORDS-REJECTED
061900     DISPLAY 'HCIPVLD1 BREACH ALERTS:       ' WS-BREACHES-RAISED
062000     CLOSE HCIPVLV HCIPPAT HCIPPTC HCIPVIS HCIPVLR HCIPALQ
062100           HCIPCKP.
062200 3000-EXIT.
062300     EXIT.
062400*---------------------------------------------------------------*
062500* 6100-DATE-TO-DAY-NUMBER - YYYY-MM-DD in WS-DN-DATE to a       *
062600* serial day count in WS-DN-DAY-NUM (zero if the date will not  *
062700* parse), so two dates subtract to elapsed days.                *
062800*---------------------------------------------------------------*
062900 6100-DATE-TO-DAY-NUMBER.
063000     MOVE 0 TO WS-DN-DAY-NUM
063100     IF WS-DN-YEAR-X IS NOT NUMERIC
063200             OR WS-DN-MONTH-X IS NOT NUMERIC
063300             OR WS-DN-DAY-X IS NOT NUMERIC
063400         GO TO 6100-EXIT
063500     END-IF
063600     MOVE WS-DN-YEAR-X  TO WS-DN-YEAR-N
063700     MOVE WS-DN-MONTH-X TO WS-DN-MONTH-N
063800     MOVE WS-DN-DAY-X   TO WS-DN-DAY-N
063900     IF WS-DN-MONTH-N < 1 OR WS-DN-MONTH-N > 12
064000         GO TO 6100-EXIT
064100     END-IF
064200     COMPUTE WS-DN-YR1 = WS-DN-YEAR-N - 1
064300     DIVIDE WS-DN-YR1 BY 4 GIVING WS-DN-Q4
064400     DIVIDE WS-DN-YR1 BY 100 GIVING WS-DN-Q100
064500     DIVIDE WS-DN-YR1 BY 400 GIVING WS-DN-Q400
064600     COMPUTE WS-DN-DAY-NUM = (WS-DN-YR1 * 365)
064700         + WS-DN-Q4 - WS-DN-Q100 + WS-DN-Q400
064800         + WS-DN-CUM(WS-DN-MONTH-N) + WS-DN-DAY-N
064900     IF WS-DN-MONTH-N > 2
065000         DIVIDE WS-DN-YEAR-N BY 4 GIVING WS-DN-Q4
065100             REMAINDER WS-DN-REM-4
065200         DIVIDE WS-DN-YEAR-N BY 100 GIVING WS-DN-Q100
065300             REMAINDER WS-DN-REM-100
065400         DIVIDE WS-DN-YEAR-N BY 400 GIVING WS-DN-Q400
065500             REMAINDER WS-DN-REM-400
065600         IF (WS-DN-REM-4 = 0 AND WS-DN-REM-100 NOT = 0)
065700                 OR WS-DN-REM-400 = 0
065800             ADD 1 TO WS-DN-DAY-NUM
065900         END-IF
066000     END-IF.
066100 6100-EXIT.
066200     EXIT.
066300*---------------------------------------------------------------*
066400* 9999-ABEND - unrecoverable file error; leave the checkpoint   *
066500* record as it stood so the next run restarts from it.  The     *
066600* readings after the last checkpoint are processed again: their *
066700* visits come back as duplicates (counted, not re-alerted) and  *
066800* their rejects are written a second time.                      *
066900*---------------------------------------------------------------*
067000 9999-ABEND.
067100     DISPLAY 'HCIPVLD1 ABEND: ' WS-ABEND-MESSAGE
067200     CLOSE HCIPVLV HCIPPAT HCIPPTC HCIPVIS HCIPVLR HCIPALQ
067300           HCIPCKP
067400     MOVE 16 TO RETURN-CODE
067410     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
067500     STOP RUN.
067600 9999-EXIT.
067700     EXIT.
067800 END PROGRAM HCIPVLD1.
