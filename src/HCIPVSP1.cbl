002200* Modification history
002300* ----   ----   -----------------------------------------------
002400* 082226 MRO    Original version.
002410* 101526 MRO    Nightly run control: start checked and end
002420*               posted through HCIPRUN0 (0100/0200).
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.   HCIPVSP1.
013000 01  WS-TOT-ARCHIVED               PIC 9(08) VALUE ZERO.
013100 01  WS-TOT-RETAINED               PIC 9(08) VALUE ZERO.
013200 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
013210     COPY HCIPRUNA.
013300 PROCEDURE DIVISION.
013400*---------------------------------------------------------------*
013500* 0000-MAINLINE                                                 *
013600*---------------------------------------------------------------*
013700 0000-MAINLINE.
013710     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
013900     PERFORM 2000-PROCESS-VISITS THRU 2000-EXIT
014000         UNTIL WS-VIS-EOF
014100     PERFORM 3000-TERMINATE THRU 3000-EXIT
014110     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
014200     STOP RUN.
014202*---------------------------------------------------------------*
014204* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
014206* (rc 12) while a predecessor is incomplete or when this job    *
014208* already ran for the business date, unless an HCIPRCO override *
014210* card is supplied; the end posts the counts and return code,   *
014212* from 9999-ABEND as well.                                      *
014214*---------------------------------------------------------------*
014216 0100-START-RUN-CONTROL.
014218     MOVE 'START'    TO RUNC-FUNCTION
014220     MOVE 'HCIPVSP1' TO RUNC-JOB-NAME
014222     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
014224     IF RUNC-REFUSED
014226         MOVE 12 TO RETURN-CODE
014228         STOP RUN
014230     END-IF
014232     IF NOT RUNC-OK
014234         MOVE 16 TO RETURN-CODE
014236         STOP RUN
014238     END-IF.
014240 0100-EXIT.
014242     EXIT.
014244 0200-POST-RUN-CONTROL.
014246     MOVE 'END  '     TO RUNC-FUNCTION
014248     MOVE RETURN-CODE TO RUNC-JOB-RC
014250     COMPUTE RUNC-RECORDS-IN =
014252           WS-TOT-ARCHIVED
014254         + WS-TOT-RETAINED
014256     MOVE WS-TOT-ARCHIVED TO RUNC-RECORDS-OUT
014258     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
014260     MOVE RUNC-JOB-RC TO RETURN-CODE.
014262 0200-EXIT.
014264     EXIT.
014300*---------------------------------------------------------------*
014400* 1000-INITIALIZE - read the retention parameter, derive the    *
014500* run date, open everything.                                    *
034600     DISPLAY 'HCIPVSP1 ABEND: ' WS-ABEND-MESSAGE
034700     CLOSE HCIPVIS HCIPVSA HCIPPRM HCIPVPR
034800     MOVE 16 TO RETURN-CODE
034810     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
034900     STOP RUN.
035000 9999-EXIT.
035100     EXIT.
