      * duplicated at each write path. The department table is
      * loaded from the Depts.dat reference file at start-up
      * (DEPTLOAD.CPY), so the edit accepts exactly the active
      * departments on that file. The salary must also sit
      * inside the band for the grade on Bands.dat (loaded by
      * BANDLOAD.CPY); a grade with no band is refused too.
      *
      * Requires WORKING-STORAGE to already have COPY 'DEPTTBL.CPY'
      * and COPY 'BANDTBL.CPY'
      * plus RecordValid (88 ThisRecordIsValid), RejectReasonCode,
      * RejectReasonText, MinimumJobGrade and MaximumJobGrade
      * declared the way Listing7-3 declares them.
                       MOVE 'N' TO RecordValid
                       MOVE "08" TO RejectReasonCode
                       MOVE "NON-NUMERIC SALARY" TO RejectReasonText
                   ELSE
                       PERFORM VALIDATE-SALARY-BAND
                   END-IF
               END-IF
           END-IF
           .

       VALIDATE-SALARY-BAND.
           SET BandTableIndex TO 1
           SEARCH BandTableEntry
               AT END
                   MOVE 'N' TO RecordValid
                   MOVE "15" TO RejectReasonCode
                   MOVE "NO SALARY BAND FOR GRADE" TO RejectReasonText
               WHEN BandTableGrade(BandTableIndex) = ZERO
                   MOVE 'N' TO RecordValid
                   MOVE "15" TO RejectReasonCode
                   MOVE "NO SALARY BAND FOR GRADE" TO RejectReasonText
               WHEN BandTableGrade(BandTableIndex) = EmpJobGrade
                   IF EmpSalary < BandTableMinimum(BandTableIndex)
                   OR EmpSalary > BandTableMaximum(BandTableIndex)
                       MOVE 'N' TO RecordValid
                       MOVE "14" TO RejectReasonCode
                       MOVE "SALARY OUTSIDE GRADE BAND"
                         TO RejectReasonText
                   END-IF
           END-SEARCH
           .
