      *> Modification History:
      *>   Initial version - open-balance listing aged in
      *>     30/60/90-day buckets with totals.
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

           SELECT AGING-REPORT-FILE ASSIGN TO "arrearsaging.txt"
