            02 BRM-REGION       PIC X(10).
            02 FILLER           PIC X(1).
            02 BRM-MANAGER      PIC X(20).
            02 FILLER           PIC X(1).
            02 BRM-COST-CENTER  PIC X(8).

       FD RUNLOG.
       01 RUNLOG-RECORD.
