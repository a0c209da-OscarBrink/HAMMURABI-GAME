      *            reigns -- only a year falling back for the same
      *            governor closes that governor's reign.
      * Tectonics: cobc
      * Mod-log:
      *   2026-10-13 OB AM-RECORD grows to 143 bytes with the age
      *              cohorts, which a converted row carries as zeros.
      *   2026-10-15 OB AEMASTER.DAT grows to 152 bytes with each year's
      *              poll-tax rate and yield; a converted row has levied
      *              no tax.
      ******************************************************************
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HAMAECNV.
                   05 AM-TRIBUTE-DUE PIC 9(7).
                   05 AM-TRIBUTE-PAID PIC 9(7).
                   05 AM-TREASURE PIC 9(7).
                   05 AM-CHILDREN PIC 9(4).
                   05 AM-WORKERS PIC 9(4).
                   05 AM-ELDERS PIC 9(4).
                   05 AM-POLL-TAX-RATE PIC 99.
                   05 AM-POLL-TAX-YIELD PIC 9(7).

           WORKING-STORAGE SECTION.
               01 WS-OLD-FILE-STATUS PIC X(02).
               MOVE 0 TO AM-TRIBUTE-DUE
               MOVE 0 TO AM-TRIBUTE-PAID
               MOVE 0 TO AM-TREASURE
               MOVE 0 TO AM-CHILDREN
               MOVE 0 TO AM-WORKERS
               MOVE 0 TO AM-ELDERS
               MOVE 0 TO AM-POLL-TAX-RATE
               MOVE 0 TO AM-POLL-TAX-YIELD

               WRITE AM-RECORD
                   INVALID KEY
