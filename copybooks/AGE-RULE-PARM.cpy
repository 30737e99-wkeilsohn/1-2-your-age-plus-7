      *> ARP-WATCH-MARGIN is the watch-list threshold in years for the
      *> reconciliation's near-miss report; a parameter file cut before
      *> the field existed leaves it blank and the default applies.
      *> ARP-REMINDER-DAYS is how long a case may stay STILL FAILING
      *> before the letter run sends a reminder; blank means default.
       01 AGE-RULE-PARM.
           02 ARP-DIVISOR PIC 9.
           02 ARP-OFFSET PIC 99.
           02 ARP-WATCH-MARGIN PIC 99.
           02 ARP-REMINDER-DAYS PIC 999.
