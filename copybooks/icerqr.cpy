      *> IC-ERASE-REQ-RECORD - one customer id to be erased, one per
      *> line in IC-ERASE-REQ.DAT, read by quizeras. The file is the
      *> only place the job is told who the customers are: quizeras
      *> empties it once the erasure completes, so the identities do
      *> not outlive the request in this directory either.
       01 IC-ERASE-REQ-RECORD.
           05 IC-ERQ-CUST-ID PIC X(10).
