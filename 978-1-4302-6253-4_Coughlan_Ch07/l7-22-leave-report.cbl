           05 SortEmpNumber             PIC 9(09).
           05 FILLER                    PIC X(34).
           05 SortDeptCode              PIC X(04).
           05 FILLER                    PIC X(40).

       FD SortedFile.
       01 SortedEmployeeRecord          PIC X(87).

       FD LeaveListing.
       01 ListingLine                   PIC X(90).
