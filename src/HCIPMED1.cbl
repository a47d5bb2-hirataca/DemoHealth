002000* Modification history
002100* ----   ----   -----------------------------------------------
002200* 082226 MRO    Original version.
002210* 101526 MRO    Nightly run control: start checked and end
002220*               posted through HCIPRUN0 (0100/0200).
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.   HCIPMED1.
005400 01  WS-RECORDS-READ               PIC 9(08) VALUE ZERO.
005500 01  WS-RECORDS-EXPIRED            PIC 9(08) VALUE ZERO.
005600 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
005610     COPY HCIPRUNA.
005700 PROCEDURE DIVISION.
005800*---------------------------------------------------------------*
005900* 0000-MAINLINE                                                 *
006000*---------------------------------------------------------------*
006100 0000-MAINLINE.
006110     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
006200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006300     PERFORM 2000-PROCESS-MEDICATIONS THRU 2000-EXIT
006400         UNTIL WS-MED-EOF
006500     PERFORM 3000-TERMINATE THRU 3000-EXIT
006510     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
006600     STOP RUN.
006602*---------------------------------------------------------------*
006604* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
006606* (rc 12) while a predecessor is incomplete or when this job    *
006608* already ran for the business date, unless an HCIPRCO override *
006610* card is supplied; the end posts the counts and return code,   *
006612* from 9999-ABEND as well.                                      *
006614*---------------------------------------------------------------*
006616 0100-START-RUN-CONTROL.
006618     MOVE 'START'    TO RUNC-FUNCTION
006620     MOVE 'HCIPMED1' TO RUNC-JOB-NAME
006622     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
006624     IF RUNC-REFUSED
006626         MOVE 12 TO RETURN-CODE
006628         STOP RUN
006630     END-IF
006632     IF NOT RUNC-OK
006634         MOVE 16 TO RETURN-CODE
006636         STOP RUN
006638     END-IF.
006640 0100-EXIT.
006642     EXIT.
006644 0200-POST-RUN-CONTROL.
006646     MOVE 'END  '     TO RUNC-FUNCTION
006648     MOVE RETURN-CODE TO RUNC-JOB-RC
006650     MOVE WS-RECORDS-READ TO RUNC-RECORDS-IN
006652     MOVE WS-RECORDS-EXPIRED TO RUNC-RECORDS-OUT
006654     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
006656     MOVE RUNC-JOB-RC TO RETURN-CODE.
006658 0200-EXIT.
006660     EXIT.
006700*---------------------------------------------------------------*
006800* 1000-INITIALIZE - open the file and build the run date as     *
006900* YYYY-MM-DD to match the stored date format.                   *
012900     DISPLAY 'HCIPMED1 ABEND: ' WS-ABEND-MESSAGE
013000     CLOSE HCIPMED
013100     MOVE 16 TO RETURN-CODE
013110     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
013200     STOP RUN.
013300 9999-EXIT.
013400     EXIT.
