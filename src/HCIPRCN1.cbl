003000* Modification history
003100* ----   ----   -----------------------------------------------
003200* 082226 MRO    Original version.
003210* 101526 MRO    Nightly run control: start checked and end
003220*               posted through HCIPRUN0 (0100/0200).
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.   HCIPRCN1.
018900 01  WS-LAST-VIS-FOUND-SW          PIC X(01) VALUE 'N'.
019000 01  WS-KEY-BUILD                  PIC X(32) VALUE SPACES.
019100 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
019110     COPY HCIPRUNA.
019200 PROCEDURE DIVISION.
019300*---------------------------------------------------------------*
019400* 0000-MAINLINE                                                 *
019500*---------------------------------------------------------------*
019600 0000-MAINLINE.
019610     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
019700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
019800     PERFORM 1100-PRINT-PATIENT-HEADER THRU 1100-EXIT
019900     PERFORM 2000-CHECK-PATIENTS THRU 2000-EXIT
020900         UNTIL WS-VIS-EOF
021000     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
021100     PERFORM 7000-TERMINATE THRU 7000-EXIT
021110     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
021200     STOP RUN.
021202*---------------------------------------------------------------*
021204* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
021206* (rc 12) while a predecessor is incomplete or when this job    *
021208* already ran for the business date, unless an HCIPRCO override *
021210* card is supplied; the end posts the counts and return code,   *
021212* from 9999-ABEND as well.                                      *
021214*---------------------------------------------------------------*
021216 0100-START-RUN-CONTROL.
021218     MOVE 'START'    TO RUNC-FUNCTION
021220     MOVE 'HCIPRCN1' TO RUNC-JOB-NAME
021222     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
021224     IF RUNC-REFUSED
021226         MOVE 12 TO RETURN-CODE
021228         STOP RUN
021230     END-IF
021232     IF NOT RUNC-OK
021234         MOVE 16 TO RETURN-CODE
021236         STOP RUN
021238     END-IF.
021240 0100-EXIT.
021242     EXIT.
021244 0200-POST-RUN-CONTROL.
021246     MOVE 'END  '     TO RUNC-FUNCTION
021248     MOVE RETURN-CODE TO RUNC-JOB-RC
021250     MOVE 0 TO RUNC-RECORDS-IN
021252     COMPUTE RUNC-RECORDS-OUT =
021254           WS-CNT-DOB
021256         + WS-CNT-HR
021258         + WS-CNT-BP
021260         + WS-CNT-MS
021262         + WS-CNT-MED-ORPHAN
021264         + WS-CNT-LGN-ORPHAN
021266         + WS-CNT-VIS-ORPHAN
021268     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
021270     MOVE RUNC-JOB-RC TO RETURN-CODE.
021272 0200-EXIT.
021274     EXIT.
021300*---------------------------------------------------------------*
021400* 1000-INITIALIZE - open files, derive the run date.            *
021500*---------------------------------------------------------------*
061000     DISPLAY 'HCIPRCN1 ABEND: ' WS-ABEND-MESSAGE
061100     CLOSE HCIPPAT HCIPPTU HCIPMED HCIPLGN HCIPVIS HCIPRCR
061200     MOVE 16 TO RETURN-CODE
061210     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
061300     STOP RUN.
061400 9999-EXIT.
061500     EXIT.
