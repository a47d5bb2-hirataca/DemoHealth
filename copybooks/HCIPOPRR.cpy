000100*-------------------------------------------------------------*
000200* HCIPOPRR - OPERATOR SECURITY PROFILE RECORD                  *
000300*                                                               *
000400* VSAM KSDS HCIPOPR, key OPR-RECORD-TYPE + OPR-KEY-ID.  Two    *
000500* record types share the file:                                 *
000600*   'O' - one per operator, keyed by the CICS sign-on userid,  *
000700*         naming the operator's role (OPR-OPERATOR-VIEW);      *
000800*   'R' - one per role, listing the CA-REQUEST-ID values the   *
000900*         role may run (OPR-ROLE-VIEW).  An entry of '*' lets  *
001000*         the role run every request.                          *
001100* 3000-PROCESS-REQUEST in HCIPDB01 refuses, with rc 97, any    *
001200* request whose signed-on operator is not an active operator,  *
001300* whose role is not an active role, or whose request id is not *
001400* on that role's list.  Loaded/refreshed by the HCIPOPR1 job;  *
001500* an operator or role dropped from the submitted profile list  *
001600* is kept but deactivated.                                     *
001700*-------------------------------------------------------------*
001800 01  HCIP-OPERATOR-PROFILE-RECORD.
001900     03  OPR-KEY.
002000         05  OPR-RECORD-TYPE          PIC X(01).
002100             88  OPR-OPERATOR-RECORD      VALUE 'O'.
002200             88  OPR-ROLE-RECORD          VALUE 'R'.
002300         05  OPR-KEY-ID               PIC X(10).
002400     03  OPR-ACTIVE-SW                PIC X(01).
002500         88  OPR-ACTIVE                   VALUE 'Y'.
002600     03  OPR-PROFILE-DATA             PIC X(240).
002700     03  OPR-OPERATOR-VIEW REDEFINES OPR-PROFILE-DATA.
002800         05  OPR-ROLE                 PIC X(10).
002900         05  OPR-OPERATOR-NAME        PIC X(31).
003000         05  FILLER                   PIC X(199).
003100     03  OPR-ROLE-VIEW REDEFINES OPR-PROFILE-DATA.
003200         05  OPR-REQUEST-ENTRY        PIC X(06)
003300                                      OCCURS 40 TIMES.
003400     03  OPR-LAST-LOAD-DATE           PIC X(10).
003500     03  FILLER                       PIC X(20).
