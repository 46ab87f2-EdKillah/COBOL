      * total can always be traced back to its transactions even
      * after the next run overwrites CALCRES.DAT. CJ-RUN-ID is the
      * job-stream correlation id of the posting run.
      * CJ-TIPO tells what moved the ledger: P (or blank, records
      * written before the field existed) a posted result, whose
      * amount is CJ-RESULTADO; A one leg of the month-end GEN
      * allocation (CALC-ALLOC), whose amount is CJ-IMPORTE and whose
      * CJ-REFERENCIA names the source and percentage; J an approved
      * adjusting entry (CALC-ADJUST), whose amount is CJ-IMPORTE,
      * whose CJ-RUN-ID is AJ plus the voucher number in AJUSTES.DAT
      * and whose CJ-REFERENCIA carries the start of the reason; R
      * the reversal of a posted result (CALC-REVERSE), which keeps
      * the CJ-RUN-ID, date and operands of the entry it reverses,
      * whose amount is CJ-IMPORTE (the negated result) and which
      * takes one back off the ledger count.
      * Allocation and adjusting entries carry count 0 in the ledger.
      ******************************************************************
       FD  CALC-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           05 CJ-RESULTADO         PIC S9(5)V99.
           05 FILLER               PIC X VALUE SPACE.
           05 CJ-RUN-ID            PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 CJ-TIPO              PIC X.
               88 CJ-ES-POSTEO     VALUES "P" " ".
               88 CJ-ES-REPARTO    VALUE "A".
               88 CJ-ES-AJUSTE     VALUE "J".
               88 CJ-ES-REVERSO    VALUE "R".
           05 FILLER               PIC X VALUE SPACE.
           05 CJ-IMPORTE           PIC S9(9)V99.
           05 FILLER               PIC X VALUE SPACE.
           05 CJ-REFERENCIA        PIC X(20).
