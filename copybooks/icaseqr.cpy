      *> IC-AUDIT-SEQ-RECORD - the seal of the last record written to
      *> this store's audit trail, kept in IC-AUDIT-SEQ.DAT beside
      *> IC-AUDIT.DAT. quizaudw reads it under the IC-AUDIT.LOCK
      *> mutex to number and chain the next record, then rewrites
      *> it; quizachk compares it with the end of the trail, which
      *> is how lines cut off the END of the file are caught (there
      *> is no later record left whose chain would break).
      *>   IC-ASEQ-LAST-SEQ    IC-AUDIT-SEQ-NO of the last record
      *>   IC-ASEQ-LAST-CHECK  IC-AUDIT-CHECK of the last record
       01 IC-AUDIT-SEQ-RECORD.
           05 IC-ASEQ-LAST-SEQ PIC 9(8).
           05 IC-ASEQ-LAST-CHECK PIC 9(18).
