000800* records; on restart HCIPEXT1 reads it back and resumes the    *
000900* HCIPPAT browse just past CKP-LAST-PATIENT-ID.  On a normal     *
001000* end of job the record is reset so the next run starts clean.  *
001010* HCIPVLD1 keeps the same record on its own checkpoint dataset: *
001020* CKP-RECORD-COUNT is the vendor readings already processed,    *
001030* and the reject and duplicate counts carry its totals across   *
001040* a restart.                                                    *
001100*-------------------------------------------------------------*
001200 01  HCIP-CHECKPOINT-RECORD.
001300     03  CKP-KEY                  PIC X(08).
001400     03  CKP-LAST-PATIENT-ID      PIC 9(10).
001500     03  CKP-RECORD-COUNT         PIC 9(08).
001510     03  CKP-REJECT-COUNT         PIC 9(08).
001520     03  CKP-DUPLICATE-COUNT      PIC 9(08).
001600     03  FILLER                   PIC X(04).
