002200* 080826 MRO    Original version.
002210* 090126 MRO    Per-visit in-force thresholds from the HCIPTHH
002220*               effective-dated history file.
002230* 101526 MRO    Nightly run control: start checked and end
002240*               posted through HCIPRUN0 (0100/0200).
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.   HCIPRPT1.
008600 01  WS-GRAND-TOTAL-VISITS         PIC 9(08) VALUE ZERO.
008700 01  WS-GRAND-TOTAL-BREACHES       PIC 9(08) VALUE ZERO.
008800 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
008810     COPY HCIPRUNA.
008900 PROCEDURE DIVISION.
009000*---------------------------------------------------------------*
009100* 0000-MAINLINE                                                 *
009200*---------------------------------------------------------------*
009300 0000-MAINLINE.
009310     PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009500     PERFORM 2000-PROCESS-PATIENTS THRU 2000-EXIT
009600         UNTIL WS-PAT-EOF
009700     PERFORM 3000-TERMINATE THRU 3000-EXIT
009710     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
009800     STOP RUN.
009802*---------------------------------------------------------------*
009804* 0100/0200 - nightly run control.  HCIPRUN0 refuses the start  *
009806* (rc 12) while a predecessor is incomplete or when this job    *
009808* already ran for the business date, unless an HCIPRCO override *
009810* card is supplied; the end posts the counts and return code,   *
009812* from 9999-ABEND as well.                                      *
009814*---------------------------------------------------------------*
009816 0100-START-RUN-CONTROL.
009818     MOVE 'START'    TO RUNC-FUNCTION
009820     MOVE 'HCIPRPT1' TO RUNC-JOB-NAME
009822     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
009824     IF RUNC-REFUSED
009826         MOVE 12 TO RETURN-CODE
009828         STOP RUN
009830     END-IF
009832     IF NOT RUNC-OK
009834         MOVE 16 TO RETURN-CODE
009836         STOP RUN
009838     END-IF.
009840 0100-EXIT.
009842     EXIT.
009844 0200-POST-RUN-CONTROL.
009846     MOVE 'END  '     TO RUNC-FUNCTION
009848     MOVE RETURN-CODE TO RUNC-JOB-RC
009850     MOVE WS-GRAND-TOTAL-PATIENTS TO RUNC-RECORDS-IN
009852     MOVE 0 TO RUNC-RECORDS-OUT
009854     CALL 'HCIPRUN0' USING HCIP-RUN-CONTROL-AREA
009856     MOVE RUNC-JOB-RC TO RETURN-CODE.
009858 0200-EXIT.
009860     EXIT.
009900*---------------------------------------------------------------*
010000* 1000-INITIALIZE - open files.                                  *
010100*---------------------------------------------------------------*
031700     DISPLAY 'HCIPRPT1 ABEND: ' WS-ABEND-MESSAGE
031800     CLOSE HCIPPAT HCIPVIS HCIPTHH HCIPRPT
031900     MOVE 16 TO RETURN-CODE
031910     PERFORM 0200-POST-RUN-CONTROL THRU 0200-EXIT
032000     STOP RUN.
032100 9999-EXIT.
032200     EXIT.
