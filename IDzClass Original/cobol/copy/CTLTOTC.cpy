      *---------------------------------------------------------------
      *   Parameter area for the CTLTOT1 control-total registry
      *   routine.  A job that writes a file handed on to another
      *   job calls CTLTOT1 once the file is closed, with function
      *   'P' (produced) and the records it wrote and their amount
      *   total; the job that reads the file calls it with 'C'
      *   (consumed) and what it read.  CTLTOT1 appends the matching
      *   CTLTOTR record to the shared CTLREG registry, which CTLRCN1
      *   reconciles pair by pair.  CT-DATASET is the DD name the
      *   file travels under (CSVFILE, PAIDFILE, ...), so both ends
      *   of a handoff register under the same name.
      *---------------------------------------------------------------
       01  CTLTOT-AREA.
           05  CT-FUNCTION             PIC X.
               88  CT-PRODUCED             VALUE 'P'.
               88  CT-CONSUMED             VALUE 'C'.
           05  CT-PROGRAM              PIC X(8).
           05  CT-DATASET              PIC X(8).
           05  CT-RECORD-COUNT         PIC 9(9).
           05  CT-AMOUNT-TOTAL         PIC S9(13)V99.
