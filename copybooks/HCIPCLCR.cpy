000100*-------------------------------------------------------------*
000200* HCIPCLCR - CLAIMED-ENCOUNTER CONTROL RECORD                  *
000300*                                                               *
000400* VSAM KSDS HCIPCLC, key CLC-ENCOUNTER-KEY (the HCIPSCH         *
000500* appointment key).  Written by HCIPCLM1 for every encounter   *
000600* it puts on the claims extract; an encounter already on this  *
000700* file is never claimed again, however often the night is      *
000800* rerun.  Deleting a record releases the encounter to be       *
000900* claimed again on the next run for its date.                  *
001000*-------------------------------------------------------------*
001100 01  HCIP-CLAIM-CONTROL-RECORD.
001200     03  CLC-KEY.
001300         05  CLC-ENCOUNTER-KEY.
001400             07  CLC-PATIENT-ID       PIC 9(10).
001500             07  CLC-APPT-DATE        PIC X(10).
001600             07  CLC-APPT-TIME        PIC X(10).
001700     03  CLC-CLAIM-DATE               PIC X(10).
001800     03  CLC-RUN-DATE                 PIC X(10).
001900     03  CLC-RUN-TIME                 PIC X(08).
002000     03  CLC-INS-CARD-NUM             PIC X(10).
002100     03  FILLER                       PIC X(20).
