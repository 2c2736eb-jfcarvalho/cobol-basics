      * remittance header, so a batch finished the morning after an
      * abend still lands under the day it belongs to. The wall-clock
      * time is kept separately where the audit trail needs it.
      * The business day is worked in remittance windows: the edit
      * step also records which window of the date this run is
      * (DMOV-JANELA, from 01), the time the file arrived (HHMM,
      * from the header or the clock), the cut-off of the window
      * (DMOV-HORA-CORTE, zeros when no cut-offs are set) and
      * whether the file came after the day's last cut-off, in
      * which case its payments carry over to the next business
      * date instead of going out today.
      ******************************************************************
       01  DMOV-REG.
           05  DMOV-DATA-MOV         PIC 9(08).
           05  DMOV-JANELA           PIC 9(02).
           05  DMOV-HORA-CHEGADA     PIC 9(04).
           05  DMOV-HORA-CORTE       PIC 9(04).
           05  DMOV-POS-CORTE        PIC X(01).
               88  DMOV-APOS-ULTIMO-CORTE    VALUE 'S'.
