  02 hist-avg-words-sentence pic x(8).
  02 filler                 pic x.
  02 hist-avg-chars-word     pic x(8).
  02 filler                 pic x.
  02 hist-category          pic x(8).
  02 filler                 pic x.
  02 hist-department        pic x(8).

01 history-table.
  02 hist-entry occurs 1000 times.
