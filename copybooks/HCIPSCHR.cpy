001400* schedule per clinic and lists those no-shows.  A cancelled   *
001500* or kept slot keeps its record for the trail; re-booking the  *
001600* same slot reactivates it in place.                           *
001610* Alternate index HCIPSCC (SCH-CLINIC-DAY-KEY, non-unique,     *
001620* offset 81 length 20) lets SCHADD/SCHUPD count a clinic       *
001630* slot's bookings against the HCIPCLN clinic master before     *
001640* accepting another, reading only that clinic's bookings for   *
001650* the one date.  HCIPDB01 sets the key from SCH-CLINIC-ID and  *
001660* SCH-APPT-DATE on every write; HCIPSCK1 sets it on records    *
001670* booked before the key was added.                             *
001700*-------------------------------------------------------------*
001800 01  HCIP-SCHEDULE-RECORD.
001900     03  SCH-KEY.
002700         88  SCH-BOOKED                   VALUE 'B'.
002800         88  SCH-CANCELLED                VALUE 'C'.
002900         88  SCH-KEPT                     VALUE 'K'.
003000     03  SCH-CLINIC-DAY-KEY.
003010         05  SCH-CD-CLINIC-ID         PIC X(10).
003020         05  SCH-CD-APPT-DATE         PIC X(10).
