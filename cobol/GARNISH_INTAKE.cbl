      *> Modification History:
      *>   Initial version - edited intake, per-type limit
      *>     checks and court answer letters.
      *>   Declares the employee master's alternate keys on
      *>     EMP-NAME and EMP-DEPARTMENT.
      *> ====================================================

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-DEPARTMENT
                   WITH DUPLICATES
               FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT GARNISH-FILE ASSIGN TO "garnish.dat"
