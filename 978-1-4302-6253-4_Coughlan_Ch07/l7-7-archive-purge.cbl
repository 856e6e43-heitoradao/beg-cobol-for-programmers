           COPY "EMPLOYEE.CPY".

       FD HistoryFile.
       01 HistoryRecord             PIC X(87).

       FD ControlFile.
           COPY "CONTROL.CPY".
