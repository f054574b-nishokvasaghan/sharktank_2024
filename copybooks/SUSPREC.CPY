      *           FILE-JOIN-CALCULATION (which writes it) and
      *           SUSPENSE-RECYCLE (which re-feeds it into the next
      *           day's run).
      *           SUSP-AGE-DAYS counts the business days the record
      *           has sat in suspense - 0 on the day it first
      *           suspends, advanced by SUSPENSE-RECYCLE each night it
      *           fails to clear by the business days passed on the
      *           shared calendar since the join that wrote it, and
      *           written off once it reaches the configured maximum.
      *           SUSP-MISSING names the side(s) of the three-way
      *           match that were absent when the record suspended:
      *           'FILE1', 'FILE2', 'FILE3', or 'FILE12'/'FILE13'/
