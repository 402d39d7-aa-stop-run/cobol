      *                             and writes the per-partition
      *                             counts CKMMERGE reconciles the
      *                             recombined outputs against.
      *   15/10/2026  aa-stop-run   Records its run on the RUNLEDG
      *                             ledger (via CKMRUNC) - read, routed,
      *                             partitions and overflow counts - for
      *                             CKMBAL to balance against CKMMERGE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CKMSPLIT.
      *          reconciles against. A customer above the last high
      *          key is routed to the last partition and reported
      *          with RETURN-CODE 4, so a short PARTCTL never loses
      *          a customer silently. The run is recorded on the
      *          RUNLEDG ledger like every other job in the suite.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  ERRLOG-RECORD              PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      *    Communication area for the CKMRUNC run-control call.       *
      *****************************************************************
           COPY RUNCOM.
      *****************************************************************
      *    File status and end-of-file switches.                      *
      *****************************************************************
       77  WS-PCT-FSTATUS            PIC X(02)   VALUE SPACES.
           MOVE WS-READ-COUNT TO WS-TRL-READ
           MOVE WS-PART-COUNT TO WS-TRL-PARTS
           MOVE WS-OVERFLOW-COUNT TO WS-TRL-OVER
           DISPLAY WS-TRAILER-LINE
           PERFORM 3200-WRITE-RUN-RECORD THRU
               3200-WRITE-RUN-RECORD-EXIT.
       3000-TERMINATE-EXIT.
           EXIT.
      *****************************************************************
       3100-WRITE-ONE-CONTROL-EXIT.
           EXIT.
      *****************************************************************
      *3200-WRITE-RUN-RECORD                                          *
      *    Records this run on the RUNLEDG ledger (via CKMRUNC):      *
      *    customers read, customers routed (the SPLITCTL total),     *
      *    partitions used and customers overflowed onto the last     *
      *    partition. CKMBAL balances the routed count against the    *
      *    CKMMERGE totals.                                           *
      *****************************************************************
       3200-WRITE-RUN-RECORD.
           INITIALIZE RUNC-COMMAREA
           SET RUNC-FN-WRITE TO TRUE
           MOVE "CKMSPLIT" TO RUNC-JOB-NAME
           MOVE RETURN-CODE TO RUNC-RETURN-CODE
           MOVE WS-READ-COUNT TO RUNC-IN-COUNT
           MOVE ZERO TO RUNC-OUT-COUNT-1
           PERFORM 3210-ADD-ONE-ROUTED THRU 3210-ADD-ONE-ROUTED-EXIT
               VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-PART-COUNT
           MOVE WS-PART-COUNT TO RUNC-OUT-COUNT-2
           MOVE WS-OVERFLOW-COUNT TO RUNC-OUT-COUNT-3
           CALL "CKMRUNC" USING RUNC-COMMAREA.
       3200-WRITE-RUN-RECORD-EXIT.
           EXIT.
      *****************************************************************
      *3210-ADD-ONE-ROUTED                                            *
      *****************************************************************
       3210-ADD-ONE-ROUTED.
           ADD WS-PT-COUNT(WS-PT-IDX) TO RUNC-OUT-COUNT-1.
       3210-ADD-ONE-ROUTED-EXIT.
           EXIT.
      *****************************************************************
      *9000-CHECK-FILE-STATUS                                         *
      *    Judges the file status the caller just moved to            *
      *    WS-ERR-STATUS. 00 is clean; 10 is end of file (the READ's  *
