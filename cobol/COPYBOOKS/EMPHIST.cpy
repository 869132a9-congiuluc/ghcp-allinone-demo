      *> Employee change history (emphist.dat), keyed on the
      *> employee, the date the change took effect and a
      *> sequence number for more than one change the same day.
      *> ROSTER-MAINTENANCE writes one entry for every add,
      *> change and delete it applies to the master, holding the
      *> value of each field the transaction changed before and
      *> after, in the master record's own byte form, and the
      *> source of the transaction (keyed, HR feed, and so on).
      *> An add carries every field as an after value and a
      *> delete every field as a before value. EH-FIELD-NUMBER
      *> indexes the field map in EMPFLDS.cpy, which is how
      *> EMP-HISTORY-INQUIRY puts a value back into the master
      *> layout to rebuild the record as of any date.

       01  EMP-HISTORY-RECORD.
           05  EH-KEY.
               10  EH-EMP-ID           PIC 9(5).
               10  EH-EFFECTIVE-DATE   PIC 9(8).
               10  EH-SEQUENCE         PIC 9(3).
           05  EH-TRAN-CODE            PIC X(1).
               88  EH-ADDED                VALUE 'A'.
               88  EH-CHANGED              VALUE 'C'.
               88  EH-DELETED              VALUE 'D'.
           05  EH-SOURCE               PIC X(8).
           05  EH-RECORDED-TIMESTAMP   PIC X(14).
           05  EH-CHANGE-COUNT         PIC 9(2).
           05  EH-CHANGE OCCURS 30 TIMES
                   INDEXED BY EH-CHG-IDX.
               10  EH-FIELD-NUMBER     PIC 9(2).
               10  EH-BEFORE-VALUE     PIC X(30).
               10  EH-AFTER-VALUE      PIC X(30).
