      *> IC-ERASE-CKPT-RECORD - quizeras's restart point, kept in
      *> IC-ERASE-CKPT.DAT. Same idea as quizbatch's checkpoint
      *> (icckptr.cpy): the operator-supplied IC-ERASE-ID ties the
      *> record to one erasure request, so a rerun of the same
      *> request picks up after the last file it finished, and a
      *> new request starts clean.
      *>   IC-ECK-ERASE-ID    the request reference (IC-ERASE-ID)
      *>   IC-ECK-SERIAL      erasure serial the pseudonyms are cut
      *>                      from (IC-ERASE-SERIAL, issued with the
      *>                      request); a resume must give the same
      *>                      one, and the next request here may not
      *>                      reuse it
      *>   IC-ECK-STATE       "P" in progress, "S" audit trail
      *>                      re-seal in flight (see quizeras),
      *>                      "C" complete
      *>   IC-ECK-ID-COUNT    ids in the request file, and
      *>   IC-ECK-STEP-COUNT  files in the run - both must still
      *>                      match on restart
      *>   IC-ECK-STEPS-DONE  files finished so far
      *>   IC-ECK-RESEAL-FROM first audit sequence number re-sealed,
      *>                      zero when no sealed line changed
      *>   IC-ECK-NEW-SEQ/    the seal the re-sealed trail ends on,
      *>   IC-ECK-NEW-CHECK   kept while the state is "S"
      *>   IC-ECK-READ/       per file, records read and records
      *>   IC-ECK-TOUCHED     that now carry this request's
      *>                      pseudonyms, for the certificate
      *> No customer id is ever written here - the pseudonyms are
      *> built from the serial and the id's position in the request
      *> file, so the checkpoint can sit on disk through a restart
      *> without holding the identities the job is removing.
       01 IC-ERASE-CKPT-RECORD.
           05 IC-ECK-ERASE-ID PIC X(8).
           05 IC-ECK-SERIAL PIC 9(6).
           05 IC-ECK-STATE PIC X(1).
           05 IC-ECK-ID-COUNT PIC 9(3).
           05 IC-ECK-STEP-COUNT PIC 9(3).
           05 IC-ECK-STEPS-DONE PIC 9(3).
           05 IC-ECK-RESEAL-FROM PIC 9(8).
           05 IC-ECK-NEW-SEQ PIC 9(8).
           05 IC-ECK-NEW-CHECK PIC 9(18).
           05 IC-ECK-STEP-TOTALS OCCURS 99 TIMES.
               10 IC-ECK-READ PIC 9(7).
               10 IC-ECK-TOUCHED PIC 9(7).
