      *> One dated version of a couple record on COUPLE-HISTORY.DAT,
      *> keyed by employee id and a version number that counts up
      *> from 1 for each employee. A version is in force from
      *> CH-START-DATE up to but not including CH-END-DATE; the
      *> version matching today's master is left open with an end
      *> date of 99999999. A couple already on the master before its
      *> history began gets a first version starting 00000000 when it
      *> is first changed or deleted. The start and end carry the
      *> action (ADD/CHANGE/DELETE), operator and program that opened
      *> and closed the version.
       01 COUPLE-HIST-REC.
           02 CH-HIST-KEY.
               03 CH-EMPLOYEE-ID PIC X(6).
               03 CH-VERSION PIC 9(4).
           02 CH-START-DATE PIC 9(8).
           02 CH-START-ACTION PIC X(6).
           02 CH-STARTED-BY PIC X(20).
           02 CH-START-SOURCE PIC X(16).
           02 CH-END-DATE PIC 9(8).
           02 CH-END-ACTION PIC X(6).
           02 CH-ENDED-BY PIC X(20).
           02 CH-END-SOURCE PIC X(16).
           02 CH-COUPLE-IMAGE.
               03 CH-IMG-EMPLOYEE-ID PIC X(6).
               03 CH-IMG-EMPLOYEE-NAME PIC X(30).
               03 CH-IMG-EMPLOYEE-AGE PIC 9(3).
               03 CH-IMG-PARTNER-ID PIC X(6).
               03 CH-IMG-PARTNER-AGE PIC 9(3).
               03 CH-IMG-EMPLOYEE-DOB PIC 9(8).
               03 CH-IMG-PARTNER-DOB PIC 9(8).
