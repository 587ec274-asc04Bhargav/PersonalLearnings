      *> RUNLREC.cpy
      *> Batch run log, one record per run of a batch program,
      *> keyed on the business date the run belongs to, the program
      *> and a run number that counts reruns of the same program on
      *> the same date. Written "running" when the program starts
      *> and completed when it stops; an entry still "running" the
      *> next morning is a step that abended or was cancelled.
      *> Start and end are wall-clock stamps.
       01 RUNL-RECORD.
           05 RUNL-KEY.
               10 RUNL-BUSINESS-DATE    PIC 9(08).
               10 RUNL-PROGRAM-ID       PIC X(30).
               10 RUNL-RUN-SEQ          PIC 9(03).
           05 RUNL-STATUS               PIC X(01).
               88 RUNL-RUNNING          VALUE "R".
      *> Stopped with return code 4 or lower
               88 RUNL-COMPLETE         VALUE "C".
               88 RUNL-FAILED           VALUE "F".
           05 RUNL-START-DATE           PIC 9(08).
           05 RUNL-START-TIME           PIC 9(06).
           05 RUNL-END-DATE             PIC 9(08).
           05 RUNL-END-TIME             PIC 9(06).
           05 RUNL-RETURN-CODE          PIC 9(04).
      *> The program's main input read and main output written
           05 RUNL-IN-COUNT             PIC 9(09).
           05 RUNL-OUT-COUNT            PIC 9(09).
           05 FILLER                    PIC X(20).
