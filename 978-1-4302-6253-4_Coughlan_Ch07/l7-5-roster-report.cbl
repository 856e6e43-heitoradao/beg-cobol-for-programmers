           05 SortEmpNumber             PIC 9(09).
           05 SortSurname                PIC X(15).
           05 SortForename               PIC X(10).
           05 FILLER                     PIC X(53).

       FD SortedFile.
       01 SortedEmployeeRecord          PIC X(87).

       FD RosterReport.
       01 RosterLine                PIC X(80).
