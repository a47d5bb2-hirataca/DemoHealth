002730*               the POLUPD request in HCIPDB01); the compiled
002740*               value remains the default when the record is
002750*               absent.
002760* 101526 MRO    Also drains ALRB, the extrapartition queue over
002770*               the HCIPVLD1 bulk vitals load's breach messages,
002780*               so device readings are filed and escalated like
002790*               desk readings.
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.   HCIPALD1.
006100 01  WS-CURRENT-DATE              PIC X(10) VALUE SPACES.
006200 01  WS-CURRENT-TIME              PIC X(08) VALUE SPACES.
006300 01  WS-TD-LENGTH                 PIC S9(4) COMP VALUE ZERO.
006310*    WS-DRAIN-QUEUE names the queue 2100 reads: ALRT for the
006320*    online VISIT1 breaches, then ALRB for the batch-loaded ones.
006330 01  WS-DRAIN-QUEUE               PIC X(04) VALUE 'ALRT'.
006400 01  WS-ESCALATE-MINUTES          PIC 9(04) VALUE 30.
006500*    WS-ESCALATE-MINUTES is how long an alert may stay OPEN
006600*    before it is re-alerted to the ESCL queue.  1000-INITIALIZE
018100     EXIT.
018200*---------------------------------------------------------------*
018300* 2000-DRAIN-ALERT-QUEUE - one pass over everything waiting on  *
018400* ALRT, then the same over ALRB.  Both carry the same message,  *
018410* so both go through the same filing path.                      *
018500*---------------------------------------------------------------*
018600 2000-DRAIN-ALERT-QUEUE.
018700     MOVE 'ALRT' TO WS-DRAIN-QUEUE
018900     MOVE 'N' TO WS-ALRT-EMPTY-SW
019000     PERFORM 2100-PROCESS-ONE-ALERT THRU 2100-EXIT
019010         UNTIL WS-ALRT-EMPTY
019020     MOVE 'ALRB' TO WS-DRAIN-QUEUE
019030     MOVE 'N' TO WS-ALRT-EMPTY-SW
019040     PERFORM 2100-PROCESS-ONE-ALERT THRU 2100-EXIT
019100         UNTIL WS-ALRT-EMPTY.
019200 2000-EXIT.
019300     EXIT.
019400 2100-PROCESS-ONE-ALERT.
019500     MOVE SPACES TO WS-ALERT-MESSAGE
019600     MOVE LENGTH OF WS-ALERT-MESSAGE TO WS-TD-LENGTH
019700     EXEC CICS READQ TD QUEUE(WS-DRAIN-QUEUE)
019800         INTO(WS-ALERT-MESSAGE)
019900         LENGTH(WS-TD-LENGTH)
020000         RESP(WS-CICS-RESP)
