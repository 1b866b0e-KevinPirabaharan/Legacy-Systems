  02 jrn-severity           pic xx.
  02 filler                 pic x.
  02 jrn-elapsed-seconds    pic 9(7).
  02 filler                 pic x.
  02 jrn-stream             pic x(4).

01 journal-table.
  02 journal-entry occurs 1000 times.
