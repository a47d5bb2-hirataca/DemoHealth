000100*-------------------------------------------------------------*
000200* HCIPCHGR - CHANGE JOURNAL RECORD                             *
000300*                                                               *
000400* VSAM KSDS HCIPCHG, key CHG-SUBJECT (file + record key) +     *
000500* CHG-TIMESTAMP + CHG-CORRELATION-ID + CHG-SEQ.  HCIPDB01      *
000600* writes one record for each field an update actually changes: *
000700* PATUPD on HCIPPAT (record key = patient id), PRVADD/PRVDEA on*
000800* HCIPPRV (provider id), POLUPD on HCIPPOL ('POLICY01') and    *
000850* CONUPD on HCIPCON (patient id),                              *
000900* with the value before and after, the operator, the request id*
001000* and the transaction's correlation id, so an old address or a *
001100* provider's former status can always be recovered.  CHG-SEQ   *
001200* numbers the fields within one transaction.  CHGINQ lists a   *
001300* record's history newest-first by browsing backward from the  *
001400* high end of its CHG-SUBJECT; HCIPCHR1 reports each day's     *
001500* patient demographic changes.                                 *
001600*-------------------------------------------------------------*
001700 01  HCIP-CHANGE-JOURNAL-RECORD.
001800     03  CHG-KEY.
001900         05  CHG-SUBJECT.
002000             07  CHG-FILE-ID          PIC X(08).
002100             07  CHG-RECORD-KEY       PIC X(20).
002200         05  CHG-TIMESTAMP            PIC X(26).
002300         05  CHG-TIMESTAMP-R REDEFINES CHG-TIMESTAMP.
002400             07  CHG-CHANGE-DATE      PIC X(10).
002500             07  FILLER               PIC X(01).
002600             07  CHG-CHANGE-TIME      PIC X(08).
002700             07  FILLER               PIC X(07).
002800         05  CHG-CORRELATION-ID       PIC X(16).
002900         05  CHG-SEQ                  PIC 9(03).
003000     03  CHG-REQUEST-ID               PIC X(06).
003100     03  CHG-FIELD-NAME               PIC X(20).
003200     03  CHG-BEFORE-VALUE             PIC X(50).
003300     03  CHG-AFTER-VALUE              PIC X(50).
003400     03  CHG-OPERATOR-ID              PIC X(10).
003500     03  FILLER                       PIC X(20).
