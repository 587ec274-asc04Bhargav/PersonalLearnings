      *> RUNLPARM.cpy
      *> Parameter area for BATCH-RUN-LOG. A batch program calls it
      *> with RUNLOG-START-RUN as its first action and with
      *> RUNLOG-END-RUN, its counts and its return code, just ahead
      *> of every STOP RUN. The call replaces the RETURN-CODE
      *> register, so the caller saves it in RUNLOG-RETURN-CODE
      *> first and puts it back afterwards.
       01 RUNLOG-PARMS.
           05 RUNLOG-FUNCTION           PIC X(01).
               88 RUNLOG-START-RUN      VALUE "S".
               88 RUNLOG-END-RUN        VALUE "E".
           05 RUNLOG-PROGRAM-ID         PIC X(30).
           05 RUNLOG-IN-COUNT           PIC 9(09).
           05 RUNLOG-OUT-COUNT          PIC 9(09).
           05 RUNLOG-RETURN-CODE        PIC 9(04).
