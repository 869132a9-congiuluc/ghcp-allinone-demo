      *> existed) still earn overtime premium on the hours
      *> above the weekly threshold within each week; premium
      *> lines are paid at their code's factor directly.
      *> TMS-CHARGE-COST-CENTER names the GL cost center the
      *> line's hours are charged to when they were worked for
      *> another department or a funded project; blank (as on
      *> every record written before it existed) charges the
      *> employee's standing labor distribution or home
      *> department. A week may then carry several lines of
      *> one earnings code, one per cost center.
      *> Salaried employees need no timesheet records.

       01  TIMESHEET-RECORD.
               88  TMS-EARN-SHIFT-DIFF     VALUE 'S'.
               88  TMS-EARN-HOLIDAY        VALUE 'H'.
               88  TMS-EARN-ON-CALL        VALUE 'C'.
           05  TMS-CHARGE-COST-CENTER  PIC X(10).
