003200* Modification history
003300* ----   ----   -----------------------------------------------
003400* 090126 MRO    Original version.
003410* 101526 MRO    Nightly run control: start checked and end
003420*               posted through HCIPRUN0 (0100/0200).
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.   HCIPRPT3.
015600 01  WS-ALERTS-SKIPPED             PIC 9(08) VALUE ZERO.
015700 01  WS-ESC-HANDLED                PIC 9(08) VALUE ZERO.
015800 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
015810     COPY HCIPRUNA.
015900 PROCEDURE DIVISION.
016000*---------------------------------------------------------------*
016100* 0000-MAINLINE                                                 *
016200*---------------------------------------------------------------*
016300 0000-MAINLINE.
016310     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016500     PERFORM 2000-TALLY-ALERTS THRU 2000-EXIT
016600         UNTIL WS-ALT-EOF
016800     PERFORM 4000-PRINT-USER-SUMMARY THRU 4000-EXIT
016900     PERFORM 5000-LIST-ESCALATED THRU 5000-EXIT
017000     PERFORM 7000-TERMINATE THRU 7000-EXIT
017010     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
017100     STOP RUN.
017102*---------------------------------------------------------------*
017104* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
017106* (rc 12) while a predecessor is incomplete or when this job    *
017108* already ran for the business date, unless an HCIPRCO override *
017110* card is supplied; the end posts the counts and return code,   *
017112* from 9999-ABEND as well.                                      *
017114*---------------------------------------------------------------*
017116 0100-START-RUN-CONTROL.
017118     MOVE 'START'    TO RUNC-FUNCTION
017120     MOVE 'HCIPRPT3' TO RUNC-JOB-NAME
017122     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
017124     IF RUNC-REFUSED
017126         MOVE 12 TO RETURN-CODE
017128         STOP RUN
017130     END-IF
017132     IF NOT RUNC-OK
017134         MOVE 16 TO RETURN-CODE
017136         STOP RUN
017138     END-IF.
017140 0100-EXIT.
017142     EXIT.
017144 0200-POST-RUN-CONTROL.
017146     MOVE 'END  '     TO RUNC-FUNCTION
017148     MOVE RETURN-CODE TO RUNC-JOB-RC
017150     MOVE WS-ALERTS-READ TO RUNC-RECORDS-IN
017152     MOVE 0 TO RUNC-RECORDS-OUT
017154     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
017156     MOVE RUNC-JOB-RC TO RETURN-CODE.
017158 0200-EXIT.
017160     EXIT.
017200*---------------------------------------------------------------*
017300* 1000-INITIALIZE - open files.                                 *
017400*---------------------------------------------------------------*
055200     DISPLAY 'HCIPRPT3 ABEND: ' WS-ABEND-MESSAGE
055300     CLOSE HCIPALT HCIPRP3
055400     MOVE 16 TO RETURN-CODE
055410     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
055500     STOP RUN.
055600 9999-EXIT.
055700     EXIT.
