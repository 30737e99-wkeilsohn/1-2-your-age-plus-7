      *> One authorization grant, keyed by operator id and program.
      *> The operator id is the sign-on user the maintenance programs
      *> take from the USER environment variable, the same name
      *> AUDIT-LOG-PARA records. Level I = inquire only, C = inquire,
      *> add and change, D = all of those plus delete. Approver Y
      *> lets the operator approve another operator's pending
      *> dual-control action for that program.
       01 OPERATOR-AUTH-REC.
           02 OA-AUTH-KEY.
               03 OA-OPERATOR-ID PIC X(20).
               03 OA-PROGRAM PIC X(16).
           02 OA-LEVEL PIC X(1).
           02 OA-APPROVER PIC X(1).
           02 OA-GRANTED-BY PIC X(20).
           02 OA-GRANTED-DATE PIC 9(8).
