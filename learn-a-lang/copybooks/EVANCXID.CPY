      *Run label for an intraday expedite run. An expedite takes
      *one site's batch through EVANCEDT, EVANCOLWELL, EVANCVAL,
      *EVANCHLD and EVANCSPL between nightly cycles, numbered 01-99
      *within the cycle date it is booked under, and each stage
      *books the run-control registry and logs the operations
      *message file as 'EXPnn-stage' in place of its program name -
      *clear of the nightly 'EVANC...' keys and of every other
      *expedite's. Programs that read the registry move
      *RUN-PROGRAM-ID here to tell an expedite's records apart and
      *pick out the stage.
      *An expedite's greetings load to the greeting history master
      *under the cycle date at XPD-SEQ-BASE, plus the expedite
      *number times XPD-SEQ-PER-RUN, plus the detail's own
      *sequence. The nightly run numbers its rows from one and
      *never reaches the base, so the two never share a key, and
      *one expedite carries at most XPD-DETAIL-MAX greetings.
       01 XPD-RUN-LABEL.
           05 XPD-LABEL-PREFIX PIC X(03).
               88 XPD-IS-EXPEDITE VALUE 'EXP'.
           05 XPD-LABEL-NO PIC X(02).
           05 XPD-LABEL-DASH PIC X(01).
           05 XPD-LABEL-STAGE PIC X(05).
               88 XPD-STAGE-EDIT VALUE 'EDT'.
               88 XPD-STAGE-ISSUE VALUE 'OLW'.
               88 XPD-STAGE-RECON VALUE 'VAL'.
               88 XPD-STAGE-LOAD VALUE 'HLD'.
               88 XPD-STAGE-SPLIT VALUE 'SPL'.
       01 XPD-SEQ-BASE PIC 9(06) VALUE 900000.
       01 XPD-SEQ-PER-RUN PIC 9(04) VALUE 1000.
       01 XPD-DETAIL-MAX PIC 9(04) VALUE 999.
