      * or discarded, and the aging report (CBEXEBAS010) shows what
      * is still open, by reason and by how long it has been sitting.
      * A re-rejection of the same key reopens the entry with the new
      * reason and rejection date. An entry still open (other than a
      * duplicate, reason 04) for a payment the history master shows
      * confirmed on or after its rejection date is closed as
      * resubmitted by the integrity sweep (CBEXEBAS025) when run
      * in repair mode.
      ******************************************************************
       01  RJP-REG.
           05  RJP-CHAVE.
