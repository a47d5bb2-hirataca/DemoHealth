001600* Modification history
001700* ----   ----   -----------------------------------------------
001800* 082226 MRO    Original version.
001810* 101526 MRO    Nightly run control: start checked and end
001820*               posted through HCIPRUN0 (0100/0200).
001900*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID.   HCIPLCK1.
005100 01  WS-RECORDS-READ               PIC 9(08) VALUE ZERO.
005200 01  WS-LOCKED-COUNT               PIC 9(08) VALUE ZERO.
005300 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
005310     COPY HCIPRUNA.
005400 PROCEDURE DIVISION.
005500*---------------------------------------------------------------*
005600* 0000-MAINLINE                                                 *
005700*---------------------------------------------------------------*
005800 0000-MAINLINE.
005810     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
005900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006000     PERFORM 2000-PROCESS-LOGINS THRU 2000-EXIT
006100         UNTIL WS-LGN-EOF
006200     PERFORM 3000-TERMINATE THRU 3000-EXIT
006210     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
006300     STOP RUN.
006302*---------------------------------------------------------------*
006304* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
006306* (rc 12) while a predecessor is incomplete or when this job    *
006308* already ran for the business date, unless an HCIPRCO override *
006310* card is supplied; the end posts the counts and return code,   *
006312* from 9999-ABEND as well.                                      *
006314*---------------------------------------------------------------*
006316 0100-START-RUN-CONTROL.
006318     MOVE 'START'    TO RUNC-FUNCTION
006320     MOVE 'HCIPLCK1' TO RUNC-JOB-NAME
006322     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
006324     IF RUNC-REFUSED
006326         MOVE 12 TO RETURN-CODE
006328         STOP RUN
006330     END-IF
006332     IF NOT RUNC-OK
006334         MOVE 16 TO RETURN-CODE
006336         STOP RUN
006338     END-IF.
006340 0100-EXIT.
006342     EXIT.
006344 0200-POST-RUN-CONTROL.
006346     MOVE 'END  '     TO RUNC-FUNCTION
006348     MOVE RETURN-CODE TO RUNC-JOB-RC
006350     MOVE WS-RECORDS-READ TO RUNC-RECORDS-IN
006352     MOVE WS-LOCKED-COUNT TO RUNC-RECORDS-OUT
006354     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
006356     MOVE RUNC-JOB-RC TO RETURN-CODE.
006358 0200-EXIT.
006360     EXIT.
006400*---------------------------------------------------------------*
006500* 1000-INITIALIZE - open files, print the column header.        *
006600*---------------------------------------------------------------*
014100     DISPLAY 'HCIPLCK1 ABEND: ' WS-ABEND-MESSAGE
014200     CLOSE HCIPLGN HCIPLKR
014300     MOVE 16 TO RETURN-CODE
014310     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
014400     STOP RUN.
014500 9999-EXIT.
014600     EXIT.
