  02 hist-avg-words-sentence pic x(8).
  02 filler                 pic x.
  02 hist-avg-chars-word     pic x(8).
  02 filler                 pic x.
  02 hist-category          pic x(8).
  02 filler                 pic x.
  02 hist-department        pic x(8).

01 output-purge-title-line.
  02 filler          pic x(22)  value spaces.
