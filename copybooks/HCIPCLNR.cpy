000100*-------------------------------------------------------------*
000200* HCIPCLNR - CLINIC MASTER RECORD                              *
000300*                                                               *
000400* VSAM KSDS HCIPCLN, key CLN-CLINIC-ID.  One record per clinic *
000500* appointments may be booked into.  CLN-SESSION carries the    *
000600* weekly session hours, one entry per weekday (1 = Monday ...  *
000700* 7 = Sunday) as HH:MM open and close times; a day left blank  *
000800* means the clinic does not sit that day.  The session is cut  *
000900* into slots of CLN-SLOT-MINUTES from the open time, and each  *
001000* slot takes at most CLN-PATIENTS-PER-SLOT booked patients.    *
001010* A session that is not a whole number of slots ends in a      *
001020* shorter last slot with the same capacity.                    *
001100* SCHADD and SCHUPD in HCIPDB01 reject a booking into a clinic *
001200* not on file or inactive, outside the session hours for that  *
001300* weekday, or into a slot already full; HCIPSCD1 prints the    *
001400* clinic name and the day's booked-versus-capacity figure.     *
001500* Loaded/refreshed by the HCIPCLN1 job; a clinic dropped from  *
001600* the submitted list is kept but deactivated.                  *
001700*-------------------------------------------------------------*
001800 01  HCIP-CLINIC-RECORD.
001900     03  CLN-KEY.
002000         05  CLN-CLINIC-ID            PIC X(10).
002100     03  CLN-CLINIC-NAME              PIC X(40).
002200     03  CLN-ACTIVE-SW                PIC X(01).
002300         88  CLN-ACTIVE                   VALUE 'Y'.
002400     03  CLN-SESSION-LIST.
002500         05  CLN-SESSION              OCCURS 7 TIMES.
002600             07  CLN-OPEN-TIME        PIC X(05).
002700             07  CLN-CLOSE-TIME       PIC X(05).
002800     03  CLN-SLOT-MINUTES             PIC 9(03).
002900     03  CLN-PATIENTS-PER-SLOT        PIC 9(03).
003000     03  FILLER                       PIC X(20).
