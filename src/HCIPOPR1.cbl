000100*****************************************************************
000200* PROGRAM    : HCIPOPR1
000300* PURPOSE    : Operator security profile load/refresh.  The
000400*              HCIPOPR KSDS tells 3000-PROCESS-REQUEST in
000500*              HCIPDB01 which signed-on operators may run which
000600*              request ids; this job folds the submitted profile
000700*              list into it, the same deactivate-then-load shape
000800*              as the HCIPFRM1 formulary refresh.
000900*
001000*              The list carries two kinds of record: an 'O'
001100*              record names an operator (the CICS sign-on
001200*              userid) and the role it holds, an 'R' record
001300*              names a role and the request ids it may run ('*'
001400*              for every request).  Pass 1 marks every operator
001500*              and role inactive; pass 2 writes (or rewrites)
001600*              one active record per list entry.  An operator or
001700*              role dropped from the list therefore ends the run
001800*              deactivated and is refused from then on.  A record
001900*              with an unknown type or blank id, an operator
002000*              with no role, or a role with no request ids, is
002100*              skipped and counted.
002200*
002300* AUTHOR     : M. OYELARAN, DEMOHEALTH APPLICATIONS DEVELOPMENT
002400* INSTALLATION: DEMOHEALTH DATA CENTER
002500* DATE-WRITTEN: 10/15/2026
002600* DATE-COMPILED:
002700*
002800* Modification history
002900* ----   ----   -----------------------------------------------
003000* 101526 MRO    Original version.
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.   HCIPOPR1.
003400 AUTHOR.       M. OYELARAN.
003500 INSTALLATION. DEMOHEALTH DATA CENTER.
003600 DATE-WRITTEN. 10/15/2026.
003700 DATE-COMPILED.
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT HCIPOPV ASSIGN TO HCIPOPV
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-OPV-STATUS.
004400     SELECT HCIPOPR ASSIGN TO HCIPOPR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS OPR-KEY
004800         FILE STATUS IS WS-OPR-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  HCIPOPV
005200     RECORDING MODE IS F.
005300 01  OPV-RECORD.
005400     03  OPV-RECORD-TYPE          PIC X(01).
005500         88  OPV-OPERATOR-RECORD      VALUE 'O'.
005600         88  OPV-ROLE-RECORD          VALUE 'R'.
005700     03  OPV-KEY-ID               PIC X(10).
005800     03  OPV-PROFILE-DATA         PIC X(240).
005900     03  OPV-OPERATOR-VIEW REDEFINES OPV-PROFILE-DATA.
006000         05  OPV-ROLE             PIC X(10).
006100         05  OPV-OPERATOR-NAME    PIC X(31).
006200         05  FILLER               PIC X(199).
006300     03  FILLER                   PIC X(09).
006400 FD  HCIPOPR.
006500     COPY HCIPOPRR.
006600 WORKING-STORAGE SECTION.
006700 01  WS-FILE-STATUSES.
006800     03  WS-OPV-STATUS             PIC X(02) VALUE '00'.
006900     03  WS-OPR-STATUS             PIC X(02) VALUE '00'.
007000 01  WS-SWITCHES.
007100     03  WS-OPV-EOF-SW             PIC X(01) VALUE 'N'.
007200         88  WS-OPV-EOF                VALUE 'Y'.
007300     03  WS-OPR-EOF-SW             PIC X(01) VALUE 'N'.
007400         88  WS-OPR-EOF                VALUE 'Y'.
007500     03  WS-OPR-FOUND-SW           PIC X(01) VALUE 'N'.
007600         88  WS-OPR-FOUND              VALUE 'Y'.
007700 01  WS-RUN-DATE-8                 PIC 9(08) VALUE ZERO.
007800 01  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
007900     03  WS-RUN-YYYY               PIC X(04).
008000     03  WS-RUN-MM                 PIC X(02).
008100     03  WS-RUN-DD                 PIC X(02).
008200 01  WS-RUN-DATE                   PIC X(10) VALUE SPACES.
008300 01  WS-RECORDS-READ               PIC 9(08) VALUE ZERO.
008400 01  WS-RECORDS-SKIPPED            PIC 9(08) VALUE ZERO.
008500 01  WS-PROFILES-ADDED             PIC 9(08) VALUE ZERO.
008600 01  WS-PROFILES-REFRESHED         PIC 9(08) VALUE ZERO.
008700 01  WS-PROFILES-DEACTIVATED       PIC 9(08) VALUE ZERO.
008800 01  WS-ABEND-MESSAGE              PIC X(60) VALUE SPACES.
008900 PROCEDURE DIVISION.
009000*---------------------------------------------------------------*
009100* 0000-MAINLINE                                                 *
009200*---------------------------------------------------------------*
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009500     PERFORM 2000-DEACTIVATE-ALL THRU 2000-EXIT
009600         UNTIL WS-OPR-EOF
009700     PERFORM 3000-LOAD-PROFILE-FILE THRU 3000-EXIT
009800         UNTIL WS-OPV-EOF
009900     PERFORM 7000-TERMINATE THRU 7000-EXIT
010000     STOP RUN.
010100*---------------------------------------------------------------*
010200* 1000-INITIALIZE - open files.  The first load ever finds no   *
010300* profile cluster loaded yet (status 35) and builds it.         *
010400*---------------------------------------------------------------*
010500 1000-INITIALIZE.
010600     ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD
010700     STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
010800         DELIMITED BY SIZE INTO WS-RUN-DATE
010900     OPEN INPUT HCIPOPV
011000     IF WS-OPV-STATUS NOT = '00'
011100         MOVE 'UNABLE TO OPEN HCIPOPV' TO WS-ABEND-MESSAGE
011200         PERFORM 9999-ABEND THRU 9999-EXIT
011300     END-IF
011400     OPEN I-O HCIPOPR
011500     IF WS-OPR-STATUS = '35'
011600         OPEN OUTPUT HCIPOPR
011700         CLOSE HCIPOPR
011800         OPEN I-O HCIPOPR
011900         MOVE 'Y' TO WS-OPR-EOF-SW
012000     END-IF
012100     IF WS-OPR-STATUS NOT = '00'
012200         MOVE 'UNABLE TO OPEN HCIPOPR' TO WS-ABEND-MESSAGE
012300         PERFORM 9999-ABEND THRU 9999-EXIT
012400     END-IF.
012500 1000-EXIT.
012600     EXIT.
012700*---------------------------------------------------------------*
012800* 2000-DEACTIVATE-ALL - pass 1: one record per pass, active     *
012900* switch off.  Whatever the profile list re-asserts comes back  *
013000* on in pass 2.                                                 *
013100*---------------------------------------------------------------*
013200 2000-DEACTIVATE-ALL.
013300     READ HCIPOPR NEXT RECORD
013400         AT END
013500             MOVE 'Y' TO WS-OPR-EOF-SW
013600     END-READ
013700     IF WS-OPR-EOF
013800         GO TO 2000-EXIT
013900     END-IF
014000     IF OPR-ACTIVE
014100         MOVE 'N' TO OPR-ACTIVE-SW
014200         REWRITE HCIP-OPERATOR-PROFILE-RECORD
014300         IF WS-OPR-STATUS NOT = '00'
014400             MOVE 'UNABLE TO REWRITE HCIPOPR'
014500                 TO WS-ABEND-MESSAGE
014600             PERFORM 9999-ABEND THRU 9999-EXIT
014700         END-IF
014800         ADD 1 TO WS-PROFILES-DEACTIVATED
014900     END-IF.
015000 2000-EXIT.
015100     EXIT.
015200*---------------------------------------------------------------*
015300* 3000-LOAD-PROFILE-FILE - pass 2: one record per pass, written *
015400* new or refreshed in place, active either way.                 *
015500*---------------------------------------------------------------*
015600 3000-LOAD-PROFILE-FILE.
015700     READ HCIPOPV
015800         AT END
015900             MOVE 'Y' TO WS-OPV-EOF-SW
016000     END-READ
016100     IF WS-OPV-EOF
016200         GO TO 3000-EXIT
016300     END-IF
016400     ADD 1 TO WS-RECORDS-READ
016500     IF OPV-KEY-ID = SPACES
016600             OR OPV-PROFILE-DATA = SPACES
016700             OR NOT (OPV-OPERATOR-RECORD OR OPV-ROLE-RECORD)
016800         ADD 1 TO WS-RECORDS-SKIPPED
016900         GO TO 3000-EXIT
017000     END-IF
017100     IF OPV-OPERATOR-RECORD AND OPV-ROLE = SPACES
017200         ADD 1 TO WS-RECORDS-SKIPPED
017300         GO TO 3000-EXIT
017400     END-IF
017500     MOVE 'Y' TO WS-OPR-FOUND-SW
017600     MOVE OPV-RECORD-TYPE TO OPR-RECORD-TYPE
017700     MOVE OPV-KEY-ID      TO OPR-KEY-ID
017800     READ HCIPOPR
017900         INVALID KEY
018000             MOVE 'N' TO WS-OPR-FOUND-SW
018100     END-READ
018200     MOVE SPACES           TO HCIP-OPERATOR-PROFILE-RECORD
018300     MOVE OPV-RECORD-TYPE  TO OPR-RECORD-TYPE
018400     MOVE OPV-KEY-ID       TO OPR-KEY-ID
018500     MOVE 'Y'              TO OPR-ACTIVE-SW
018600     MOVE OPV-PROFILE-DATA TO OPR-PROFILE-DATA
018700     MOVE WS-RUN-DATE      TO OPR-LAST-LOAD-DATE
018800     IF WS-OPR-FOUND
018900         REWRITE HCIP-OPERATOR-PROFILE-RECORD
019000         IF WS-OPR-STATUS NOT = '00'
019100             MOVE 'UNABLE TO REWRITE HCIPOPR'
019200                 TO WS-ABEND-MESSAGE
019300             PERFORM 9999-ABEND THRU 9999-EXIT
019400         END-IF
019500         ADD 1 TO WS-PROFILES-REFRESHED
019600     ELSE
019700         WRITE HCIP-OPERATOR-PROFILE-RECORD
019800         IF WS-OPR-STATUS NOT = '00'
019900             MOVE 'UNABLE TO WRITE HCIPOPR'
020000                 TO WS-ABEND-MESSAGE
020100             PERFORM 9999-ABEND THRU 9999-EXIT
020200         END-IF
020300         ADD 1 TO WS-PROFILES-ADDED
020400     END-IF.
020500 3000-EXIT.
020600     EXIT.
020700*---------------------------------------------------------------*
020800* 7000-TERMINATE - report the run totals and close files.       *
020900*---------------------------------------------------------------*
021000 7000-TERMINATE.
021100     DISPLAY 'HCIPOPR1 PROFILE RECORDS READ:   ' WS-RECORDS-READ
021200     DISPLAY 'HCIPOPR1 RECORDS SKIPPED:        '
021300         WS-RECORDS-SKIPPED
021400     DISPLAY 'HCIPOPR1 PROFILES ADDED:         '
021500         WS-PROFILES-ADDED
021600     DISPLAY 'HCIPOPR1 PROFILES REFRESHED:     '
021700         WS-PROFILES-REFRESHED
021800     DISPLAY 'HCIPOPR1 PROFILES DEACTIVATED:   '
021900         WS-PROFILES-DEACTIVATED
022000     CLOSE HCIPOPV HCIPOPR.
022100 7000-EXIT.
022200     EXIT.
022300*---------------------------------------------------------------*
022400* 9999-ABEND - unrecoverable file error.  The load is           *
022500* idempotent; rerun the whole job after the file problem is     *
022600* fixed.                                                        *
022700*---------------------------------------------------------------*
022800 9999-ABEND.
022900     DISPLAY 'HCIPOPR1 ABEND: ' WS-ABEND-MESSAGE
023000     CLOSE HCIPOPV HCIPOPR
023100     MOVE 16 TO RETURN-CODE
023200     STOP RUN.
023300 9999-EXIT.
023400     EXIT.
023500 END PROGRAM HCIPOPR1.
