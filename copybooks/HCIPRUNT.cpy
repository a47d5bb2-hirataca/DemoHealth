000100*-------------------------------------------------------------*
000200* HCIPRUNT - NIGHTLY BATCH RUN-CONTROL JOB TABLE               *
000300*                                                               *
000400* The batch jobs under run control, in the order the nightly   *
000500* stream runs them and the morning status report lists them.   *
000600* RJT-SCHEDULE is N for a job expected every night (the report *
000700* flags it NOT RUN when it has no HCIPRUN record for the       *
000800* night) or O for one run weekly, monthly or on demand.        *
000900* RJT-RESTART-SW is R for a job that restarts from its own     *
001000* checkpoint (HCIPCKP): HCIPRUN0 lets it start again over a    *
001100* start that never posted an end, as after a system abend,     *
001200* so the unchanged JCL can simply be resubmitted.  JES holds a *
001300* second job of the same name until the first ends, so the     *
001400* RUNNING record can only be a dead run.                       *
001500* RJT-PREDECESSOR names up to three jobs that must have        *
001600* COMPLETE status for the same business date before HCIPRUN0   *
001700* lets this job start: HCIPAUD1 archives the AUDT dataset only *
001800* once HCIPEXT1 has appended the night's EXTRPT disclosures;   *
001900* HCIPRPT2 and HCIPVIO1 report the AUDT dataset HCIPAUD1 has   *
002000* just archived; HCIPPHR1 reconciles the orders HCIPPHM1       *
002100* packaged; HCIPRPT1 and HCIPRSK1 need the night's device      *
002200* readings loaded by HCIPVLD1, and HCIPRSK1 the expired        *
002300* prescriptions swept by HCIPMED1.  A job is added here (and   *
002400* RJT-JOB-COUNT and the OCCURS raised) before its JCL carries  *
002500* the HCIPRUN and HCIPRCO DD statements.                       *
002600*-------------------------------------------------------------*
002700 01  HCIP-RUN-JOB-TABLE.
002800     03  FILLER.
002900         05  FILLER               PIC X(10) VALUE 'HCIPEXT1NR'.
003000         05  FILLER               PIC X(24) VALUE SPACES.
003100     03  FILLER.
003200         05  FILLER               PIC X(10) VALUE 'HCIPAUD1N '.
003300         05  FILLER               PIC X(24) VALUE
003400                 'HCIPEXT1'.
003500     03  FILLER.
003600         05  FILLER               PIC X(10) VALUE 'HCIPRPT2N '.
003700         05  FILLER               PIC X(24) VALUE
003800                 'HCIPAUD1'.
003900     03  FILLER.
004000         05  FILLER               PIC X(10) VALUE 'HCIPVIO1N '.
004100         05  FILLER               PIC X(24) VALUE
004200                 'HCIPAUD1'.
004300     03  FILLER.
004400         05  FILLER               PIC X(10) VALUE 'HCIPVLD1NR'.
004500         05  FILLER               PIC X(24) VALUE SPACES.
004600     03  FILLER.
004700         05  FILLER               PIC X(10) VALUE 'HCIPMED1N '.
004800         05  FILLER               PIC X(24) VALUE SPACES.
004900     03  FILLER.
005000         05  FILLER               PIC X(10) VALUE 'HCIPPHM1N '.
005100         05  FILLER               PIC X(24) VALUE SPACES.
005200     03  FILLER.
005300         05  FILLER               PIC X(10) VALUE 'HCIPPHR1N '.
005400         05  FILLER               PIC X(24) VALUE
005500                 'HCIPPHM1'.
005600     03  FILLER.
005700         05  FILLER               PIC X(10) VALUE 'HCIPCLM1N '.
005800         05  FILLER               PIC X(24) VALUE SPACES.
005900     03  FILLER.
006000         05  FILLER               PIC X(10) VALUE 'HCIPCHR1N '.
006100         05  FILLER               PIC X(24) VALUE SPACES.
006200     03  FILLER.
006300         05  FILLER               PIC X(10) VALUE 'HCIPRMD1N '.
006400         05  FILLER               PIC X(24) VALUE SPACES.
006500     03  FILLER.
006600         05  FILLER               PIC X(10) VALUE 'HCIPRPT1N '.
006700         05  FILLER               PIC X(24) VALUE
006800                 'HCIPVLD1'.
006900     03  FILLER.
007000         05  FILLER               PIC X(10) VALUE 'HCIPRPT3N '.
007100         05  FILLER               PIC X(24) VALUE SPACES.
007200     03  FILLER.
007300         05  FILLER               PIC X(10) VALUE 'HCIPRSK1N '.
007400         05  FILLER               PIC X(24) VALUE
007500                 'HCIPVLD1HCIPMED1'.
007600     03  FILLER.
007700         05  FILLER               PIC X(10) VALUE 'HCIPSCD1N '.
007800         05  FILLER               PIC X(24) VALUE SPACES.
007900     03  FILLER.
008000         05  FILLER               PIC X(10) VALUE 'HCIPLCK1N '.
008100         05  FILLER               PIC X(24) VALUE SPACES.
008200     03  FILLER.
008300         05  FILLER               PIC X(10) VALUE 'HCIPRCN1O '.
008400         05  FILLER               PIC X(24) VALUE SPACES.
008500     03  FILLER.
008600         05  FILLER               PIC X(10) VALUE 'HCIPVSP1O '.
008700         05  FILLER               PIC X(24) VALUE SPACES.
008800 01  HCIP-RUN-JOB-TABLE-R REDEFINES HCIP-RUN-JOB-TABLE.
008900     03  RJT-ENTRY                    OCCURS 18 TIMES.
009000         05  RJT-JOB-NAME             PIC X(08).
009100         05  RJT-SCHEDULE             PIC X(01).
009200             88  RJT-NIGHTLY              VALUE 'N'.
009300         05  RJT-RESTART-SW           PIC X(01).
009400             88  RJT-RESTARTABLE          VALUE 'R'.
009500         05  RJT-PREDECESSOR          PIC X(08) OCCURS 3 TIMES.
009600 01  RJT-JOB-COUNT                    PIC 9(02) VALUE 18.
