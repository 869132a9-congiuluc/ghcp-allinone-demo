      *> Field map of the employee master record (EMPLOYEE.cpy):
      *> for each field after EMP-ID, its name, starting position
      *> and length in the record, and how its value reads -
      *> 'X' text, '9' number or date, '$' money with two
      *> decimals, 'S' a social security number, shown masked.
      *> The change history (EMPHIST.cpy) identifies a field by
      *> its entry number here, so entries are only ever added
      *> at the end, as fields are appended to the master.

       01  EMP-FIELD-MAP-VALUES.
           05  FILLER PIC X(23) VALUE "NAME            006030X".
           05  FILLER PIC X(23) VALUE "DEPARTMENT      036020X".
           05  FILLER PIC X(23) VALUE "SALARY          056010$".
           05  FILLER PIC X(23) VALUE "HIRE DATE       0660089".
           05  FILLER PIC X(23) VALUE "STATUS          074001X".
           05  FILLER PIC X(23) VALUE "PAY FREQUENCY   075001X".
           05  FILLER PIC X(23) VALUE "CURRENCY        076003X".
           05  FILLER PIC X(23) VALUE "YEARS SERVICE   0790029".
           05  FILLER PIC X(23) VALUE "PERF RATING     0810019".
           05  FILLER PIC X(23) VALUE "MANAGER FLAG    0820019".
           05  FILLER PIC X(23) VALUE "EXECUTIVE LEVEL 0830019".
           05  FILLER PIC X(23) VALUE "STATUS DATE     0840089".
           05  FILLER PIC X(23) VALUE "WORK STATE      092002X".
           05  FILLER PIC X(23) VALUE "PAY TYPE        094001X".
           05  FILLER PIC X(23) VALUE "HOURLY RATE     095006$".
           05  FILLER PIC X(23) VALUE "BIRTH DATE      1010089".
           05  FILLER PIC X(23) VALUE "SSN             109009S".
           05  FILLER PIC X(23) VALUE "HOME STREET     118030X".
           05  FILLER PIC X(23) VALUE "HOME CITY       148020X".
           05  FILLER PIC X(23) VALUE "HOME STATE      168002X".
           05  FILLER PIC X(23) VALUE "HOME ZIP        170010X".
           05  FILLER PIC X(23) VALUE "WC CLASS CODE   180004X".
           05  FILLER PIC X(23) VALUE "COMPANY         184002X".
       01  EMP-FIELD-MAP REDEFINES EMP-FIELD-MAP-VALUES.
           05  EFM-ENTRY OCCURS 23 TIMES
                   INDEXED BY EFM-IDX.
               10  EFM-NAME            PIC X(16).
               10  EFM-OFFSET          PIC 9(3).
               10  EFM-LENGTH          PIC 9(3).
               10  EFM-TYPE            PIC X(1).
                   88  EFM-IS-MONEY        VALUE '$'.
                   88  EFM-IS-SSN          VALUE 'S'.
       01  EMP-FIELD-COUNT             PIC 9(2) VALUE 23.
