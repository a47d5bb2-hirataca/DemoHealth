000100*****************************************************************
000200* PROGRAM    : HCIPSCK1
000300* PURPOSE    : Schedule clinic-day key fix-up.  Reads HCIPSCH
000400*              sequentially and sets SCH-CLINIC-DAY-KEY to
000500*              SCH-CLINIC-ID + SCH-APPT-DATE on any record where
000600*              it does not already hold them.  HCIPDB01 keeps
000700*              the key on every booking it writes; this job
000800*              brings the appointments booked before the key
000900*              existed into line, and must run before the
001000*              HCIPSCC alternate index is built over the key
001100*              (otherwise every old booking lands on one blank
001200*              index entry).  The fix-up is idempotent; a rerun
001300*              rewrites nothing.
001400*
001500* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
001600* INSTALLATION: DEMOHEALTH DATA CENTER
001700* DATE-WRITTEN: 10/15/2026
001800* DATE-COMPILED:
001900*
002000* Modification history
002100* ----   ----   -----------------------------------------------
002200* 101526 MRO    Original version.
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.   HCIPSCK1.
002600 AUTHOR.       M. OYELARAN.
002700 INSTALLATION. DEMOHEALTH DATA CENTER.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HCIPSCH ASSIGN TO HCIPSCH
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS SCH-KEY
003700         FILE STATUS IS WS-SCH-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  HCIPSCH.
004100     COPY HCIPSCHR.
004200 WORKING-STORAGE SECTION.
004300 01  WS-FILE-STATUSES.
004400     03  WS-SCH-STATUS             PIC X(02) VALUE '00'.
004500 01  WS-SWITCHES.
004600     03  WS-SCH-EOF-SW             PIC X(01) VALUE 'N'.
004700         88  WS-SCH-EOF                VALUE 'Y'.
004800 01  WS-RECORDS-READ               PIC 9(08) VALUE ZERO.
004900 01  WS-RECORDS-UPDATED            PIC 9(08) VALUE ZERO.
005000 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
005100 PROCEDURE DIVISION.
005200*---------------------------------------------------------------*
005300* 0000-MAINLINE                                                 *
005400*---------------------------------------------------------------*
005500 0000-MAINLINE.
005600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005700     PERFORM 2000-PROCESS-SCHEDULE THRU 2000-EXIT
005800         UNTIL WS-SCH-EOF
005900     PERFORM 3000-TERMINATE THRU 3000-EXIT
006000     STOP RUN.
006100*---------------------------------------------------------------*
006200* 1000-INITIALIZE - open the schedule file for update.          *
006300*---------------------------------------------------------------*
006400 1000-INITIALIZE.
006500     OPEN I-O HCIPSCH
006600     IF WS-SCH-STATUS NOT = '00'
006700         MOVE 'UNABLE TO OPEN HCIPSCH' TO WS-ABEND-MESSAGE
006800         PERFORM 9999-ABEND THRU 9999-EXIT
006900     END-IF.
007000 1000-EXIT.
007100     EXIT.
007200*---------------------------------------------------------------*
007300* 2000-PROCESS-SCHEDULE - one appointment per pass; rewrite it  *
007400* only when the clinic-day key is out of step.                  *
007500*---------------------------------------------------------------*
007600 2000-PROCESS-SCHEDULE.
007700     READ HCIPSCH NEXT RECORD
007800         AT END
007900             MOVE 'Y' TO WS-SCH-EOF-SW
008000     END-READ
008100     IF WS-SCH-EOF
008200         GO TO 2000-EXIT
008300     END-IF
008400     ADD 1 TO WS-RECORDS-READ
008500     IF SCH-CD-CLINIC-ID NOT = SCH-CLINIC-ID
008600             OR SCH-CD-APPT-DATE NOT = SCH-APPT-DATE
008700         MOVE SCH-CLINIC-ID TO SCH-CD-CLINIC-ID
008800         MOVE SCH-APPT-DATE TO SCH-CD-APPT-DATE
008900         REWRITE HCIP-SCHEDULE-RECORD
009000         IF WS-SCH-STATUS NOT = '00'
009100             MOVE 'UNABLE TO REWRITE HCIPSCH' TO WS-ABEND-MESSAGE
009200             PERFORM 9999-ABEND THRU 9999-EXIT
009300         END-IF
009400         ADD 1 TO WS-RECORDS-UPDATED
009500     END-IF.
009600 2000-EXIT.
009700     EXIT.
009800*---------------------------------------------------------------*
009900* 3000-TERMINATE - report the run totals and close the file.    *
010000*---------------------------------------------------------------*
010100 3000-TERMINATE.
010200     DISPLAY 'HCIPSCK1 APPOINTMENTS READ:     ' WS-RECORDS-READ
010300     DISPLAY 'HCIPSCK1 APPOINTMENTS UPDATED:  '
010400         WS-RECORDS-UPDATED
010500     CLOSE HCIPSCH.
010600 3000-EXIT.
010700     EXIT.
010800*---------------------------------------------------------------*
010900* 9999-ABEND - unrecoverable file error.  The fix-up is         *
011000* idempotent; rerun it after the file problem is fixed.         *
011100*---------------------------------------------------------------*
011200 9999-ABEND.
011300     DISPLAY 'HCIPSCK1 ABEND: ' WS-ABEND-MESSAGE
011400     CLOSE HCIPSCH
011500     MOVE 16 TO RETURN-CODE
011600     STOP RUN.
011700 9999-EXIT.
011800     EXIT.
011900 END PROGRAM HCIPSCK1.
