000900*-------------------------------------------------------------*
000830* AUD-OPERATOR-ID carries who performed the action for the     *
000840* administrative requests (help-desk unlocks, alert            *
000850* acknowledgments); for all other traffic, and for every       *
000860* request refused rc 97 by the HCIPOPR authority check, it is  *
000870* the CICS signed-on userid.  HCIPVIO1 reports the refusals.   *
001000 01  HCIP-AUDIT-RECORD.
001100     03  AUD-CORRELATION-ID           PIC X(16).
001200     03  AUD-TIMESTAMP                PIC X(26).
