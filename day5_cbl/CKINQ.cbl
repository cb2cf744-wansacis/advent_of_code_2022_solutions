
       FILE SECTION.
      * ONLY THE LEADING STATUS FIELDS MATTER HERE; THE FILLER PADS
      * THE RECORD OUT TO THE CLUSTER'S FULL RECORDSIZE (64660), THE
      * BULK OF WHICH IS A REAL CHECKPOINT'S X-STORAGE IMAGE.
       FD CheckpointFile.
       01 Inquiry-Record.
         02 IQ-Rate PIC 9(6).
         02 IQ-Proj PIC 9(6).
         02 IQ-Updated PIC 9(8).
         02 FILLER PIC X(64608).

       WORKING-STORAGE SECTION.
       01 CQ-CHECKPOINT-NAME PIC X(40) VALUE "checkpoint".
