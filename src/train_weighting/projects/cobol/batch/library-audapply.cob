      *  updates it (insert if the row is missing), D
      *  deletes the row when the whole title was removed
      *  or updates the counts when only copies were, and
      *  the circulation, balancing, transit and stocktake
      *  actions (O, I, N, B, L, T, S) update the copy
      *  counts.
      *  Security events (X) are skipped.  audapply.ckp
      *  remembers how many audit records have been
      *  applied so reruns never apply the same record
      *  twice - audit.dat is append only, so the count
      *  is a stable high-water mark.
      *  ISBN renames are audited under the old ISBN and
      *  come out as a mismatch on LIBRARY-RECON, which
      *  runs after this job.
               WHEN 'N' PERFORM UPDATE-COPY-COUNTS
               WHEN 'B' PERFORM UPDATE-COPY-COUNTS
               WHEN 'L' PERFORM UPDATE-COPY-COUNTS
               WHEN 'T' PERFORM UPDATE-COPY-COUNTS
               WHEN 'S' PERFORM UPDATE-COPY-COUNTS
               WHEN 'X' ADD 1 TO WS-SKIPPED-CNT
               WHEN 'P' ADD 1 TO WS-SKIPPED-CNT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-CNT
                   DISPLAY "UNKNOWN ACTION " AUD-ACTION
