      *------------------------------------------------------
      * POSTCHK.CPY
      * Position control, copied into the PROCEDURE DIVISION of
      * every program that hires onto Employee.dat, so that a
      * hire can only be made against an open requisition for
      * a post in the employee's department and grade.
      *
      * VALIDATE-REQUISITION checks RequisitionQuoted against
      * Positions.dat and sets RecordValid, RejectReasonCode
      * and RejectReasonText the way DEPTCHK.CPY does:
      *   16 NO OPEN REQUISITION
      *   17 POST IS FOR ANOTHER DEPT/GRADE
      * FILL-POST gives the requisitioned post to EmpNumber and
      * VACATE-POST opens any post EmpNumber holds, both dated
      * PostingDate and counted in PostsFilled / PostsVacated.
      *
      * Requires PositionFile (SELECT with RECORD KEY PostNumber
      * and ALTERNATE RECORD KEYs PostRequisition and
      * PostEmpNumber WITH DUPLICATES, FD copying POSITION.CPY)
      * opened I-O, PositionFileStatus PIC X(02),
      * RequisitionQuoted PIC 9(06), PostingDate PIC 9(08),
      * PostsFilled and PostsVacated counters, and RecordValid
      * (88 ThisRecordIsValid), RejectReasonCode and
      * RejectReasonText declared as for DEPTCHK.CPY.
      *------------------------------------------------------
       VALIDATE-REQUISITION.
           IF RequisitionQuoted NOT NUMERIC
           OR RequisitionQuoted = ZERO
               MOVE 'N' TO RecordValid
               MOVE "16" TO RejectReasonCode
               MOVE "NO OPEN REQUISITION" TO RejectReasonText
           ELSE
               MOVE RequisitionQuoted TO PostRequisition
               READ PositionFile KEY IS PostRequisition
                   INVALID KEY
                       MOVE 'N' TO RecordValid
                       MOVE "16" TO RejectReasonCode
                       MOVE "NO OPEN REQUISITION"
                         TO RejectReasonText
                   NOT INVALID KEY
                       PERFORM VALIDATE-REQUISITIONED-POST
               END-READ
           END-IF
           .

       VALIDATE-REQUISITIONED-POST.
           IF NOT PostIsOpen
               MOVE 'N' TO RecordValid
               MOVE "16" TO RejectReasonCode
               MOVE "NO OPEN REQUISITION" TO RejectReasonText
           ELSE
               IF PostDeptCode NOT = EmpDeptCode
               OR PostJobGrade NOT = EmpJobGrade
                   MOVE 'N' TO RecordValid
                   MOVE "17" TO RejectReasonCode
                   MOVE "POST IS FOR ANOTHER DEPT/GRADE"
                     TO RejectReasonText
               END-IF
           END-IF
           .

       FILL-POST.
           MOVE RequisitionQuoted TO PostRequisition
           READ PositionFile KEY IS PostRequisition
               INVALID KEY
                   DISPLAY "Requisition " RequisitionQuoted
                           " not found - no post filled for "
                           EmpNumber
               NOT INVALID KEY
                   SET PostIsFilled TO TRUE
                   MOVE EmpNumber   TO PostEmpNumber
                   MOVE PostingDate TO PostFilledDate
                   REWRITE PositionRecord
                       INVALID KEY
                           DISPLAY "Positions.dat rewrite failed - "
                                   "status " PositionFileStatus
                       NOT INVALID KEY
                           ADD 1 TO PostsFilled
                   END-REWRITE
           END-READ
           .

       VACATE-POST.
           MOVE EmpNumber TO PostEmpNumber
           READ PositionFile KEY IS PostEmpNumber
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PostIsOpen TO TRUE
                   MOVE ZEROES      TO PostEmpNumber
                   MOVE ZEROES      TO PostFilledDate
                   MOVE ZEROES      TO PostRequisition
                   MOVE PostingDate TO PostOpenedDate
                   REWRITE PositionRecord
                       INVALID KEY
                           DISPLAY "Positions.dat rewrite failed - "
                                   "status " PositionFileStatus
                       NOT INVALID KEY
                           ADD 1 TO PostsVacated
                   END-REWRITE
           END-READ
           .
