002000* Modification history
002100* ----   ----   -----------------------------------------------
002200* 082226 MRO    Original version.
002210* 101526 MRO    Nightly run control: start checked and end
002220*               posted through HCIPRUN0 (0100/0200).
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.   HCIPAUD1.
005600 01  WS-RECORDS-ARCHIVED           PIC 9(08) VALUE ZERO.
005700 01  WS-RECORDS-DUPLICATE          PIC 9(08) VALUE ZERO.
005800 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
005810     COPY HCIPRUNA.
005900 PROCEDURE DIVISION.
006000*---------------------------------------------------------------*
006100* 0000-MAINLINE                                                 *
006200*---------------------------------------------------------------*
006300 0000-MAINLINE.
006310     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
006400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006500     PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
006600         UNTIL WS-AUD-EOF
006700     PERFORM 3000-TERMINATE THRU 3000-EXIT
006710     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
006800     STOP RUN.
006802*---------------------------------------------------------------*
006804* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
006806* (rc 12) while a predecessor is incomplete or when this job    *
006808* already ran for the business date, unless an HCIPRCO override *
006810* card is supplied; the end posts the counts and return code,   *
006812* from 9999-ABEND as well.                                      *
006814*---------------------------------------------------------------*
006816 0100-START-RUN-CONTROL.
006818     MOVE 'START'    TO RUNC-FUNCTION
006820     MOVE 'HCIPAUD1' TO RUNC-JOB-NAME
006822     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
006824     IF RUNC-REFUSED
006826         MOVE 12 TO RETURN-CODE
006828         STOP RUN
006830     END-IF
006832     IF NOT RUNC-OK
006834         MOVE 16 TO RETURN-CODE
006836         STOP RUN
006838     END-IF.
006840 0100-EXIT.
006842     EXIT.
006844 0200-POST-RUN-CONTROL.
006846     MOVE 'END  '     TO RUNC-FUNCTION
006848     MOVE RETURN-CODE TO RUNC-JOB-RC
006850     MOVE WS-RECORDS-READ TO RUNC-RECORDS-IN
006852     MOVE WS-RECORDS-ARCHIVED TO RUNC-RECORDS-OUT
006854     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
006856     MOVE RUNC-JOB-RC TO RETURN-CODE.
006858 0200-EXIT.
006860     EXIT.
006900*---------------------------------------------------------------*
007000* 1000-INITIALIZE - open files.  A first-ever run finds no      *
007100* archive cluster loaded yet (status 35) and builds it.        *
013800     DISPLAY 'HCIPAUD1 ABEND: ' WS-ABEND-MESSAGE
013900     CLOSE HCIPAUD HCIPAUA
014000     MOVE 16 TO RETURN-CODE
014010     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
014100     STOP RUN.
014200 9999-EXIT.
014300     EXIT.
