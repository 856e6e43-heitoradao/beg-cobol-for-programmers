      *------------------------------------------------------
      * COSTSPLT.CPY
      * Cost split routine, copied into the PROCEDURE DIVISION
      * of every run that charges salary cost to departments -
      * the GL journal (Listing7-27), the budget variance
      * (Listing7-30) and the department summary (Listing7-10).
      * Finds the CostAlloc.dat split in force on CostSplitDate
      * for EmpNumber and apportions CostSplitBase across it;
      * with no split in force the whole amount goes to
      * EmpDeptCode.
      *
      * Requires CostAllocFile (SELECT OPTIONAL, INDEXED,
      * RECORD KEY CostAllocKey, FD copying COSTALOC.CPY)
      * opened INPUT, and COPY 'COSTWORK.CPY' in
      * WORKING-STORAGE.
      *------------------------------------------------------
       BUILD-COST-SPLIT.
           SET CostSplitHomeOnly TO TRUE
           MOVE 1 TO CostSplitCount
           MOVE EmpDeptCode TO CostSplitDeptCode(1)
           MOVE 100 TO CostSplitPercent(1)
           MOVE 'N' TO CostSplitScan
           MOVE EmpNumber TO CostAllocEmpNumber
           MOVE ZEROES TO CostAllocEffectiveDate
           START CostAllocFile KEY IS NOT LESS THAN CostAllocKey
               INVALID KEY SET CostSplitScanDone TO TRUE
               NOT INVALID KEY PERFORM READ-COST-ALLOCATION
           END-START
           PERFORM TAKE-COST-ALLOCATION
               UNTIL CostSplitScanDone
           PERFORM APPORTION-COST-SPLIT
           .

       READ-COST-ALLOCATION.
           READ CostAllocFile NEXT RECORD
               AT END SET CostSplitScanDone TO TRUE
           END-READ
           IF NOT CostSplitScanDone
               IF CostAllocEmpNumber NOT = EmpNumber
               OR CostAllocEffectiveDate > CostSplitDate
                   SET CostSplitScanDone TO TRUE
               END-IF
           END-IF
           .

      * Splits are read in effective-date order, so the last
      * one taken is the one in force.
       TAKE-COST-ALLOCATION.
           IF CostAllocSplitCount NUMERIC
           AND CostAllocSplitCount > ZERO
           AND CostAllocSplitCount NOT > 5
               SET CostSplitFromFile TO TRUE
               MOVE CostAllocSplitCount TO CostSplitCount
               PERFORM TAKE-ONE-COST-SPLIT
                   VARYING CostSplitSub FROM 1 BY 1
                   UNTIL CostSplitSub > CostSplitCount
           END-IF
           PERFORM READ-COST-ALLOCATION
           .

       TAKE-ONE-COST-SPLIT.
           MOVE CostAllocDeptCode(CostSplitSub)
             TO CostSplitDeptCode(CostSplitSub)
           MOVE CostAllocPercent(CostSplitSub)
             TO CostSplitPercent(CostSplitSub)
           .

       APPORTION-COST-SPLIT.
           MOVE ZERO TO CostSplitAllotted
           PERFORM APPORTION-ONE-COST-SPLIT
               VARYING CostSplitSub FROM 1 BY 1
               UNTIL CostSplitSub > CostSplitCount
           .

       APPORTION-ONE-COST-SPLIT.
           IF CostSplitSub = CostSplitCount
               COMPUTE CostSplitAmount(CostSplitSub)
                   = CostSplitBase - CostSplitAllotted
           ELSE
               COMPUTE CostSplitAmount(CostSplitSub) ROUNDED
                   = CostSplitBase * CostSplitPercent(CostSplitSub)
                     / 100
               ADD CostSplitAmount(CostSplitSub)
                 TO CostSplitAllotted
           END-IF
           .
