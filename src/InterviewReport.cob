   05 INT-DATE      PIC X(10).
   05 INT-TIME      PIC X(8).
   05 INT-LOCATION  PIC X(40).
   05 INT-STATUS    PIC X(12).

*> Today as YYYYMMDD and the slot date reduced to the same form --
*> a slot is upcoming when its date is today or later.
