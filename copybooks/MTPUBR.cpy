      ***************************************************************
      * MTPUBR - one MTPUBLOG publication-log record, appended by
      * MTPUBL for every MTPUBFD feed generation it cuts: the
      * generation number, the date, whether it was a change feed
      * or a full refresh, and the same counts its trailer carried.
      * PL-Hist-Through-Date/-Count mark how far into MTHIST the
      * change feeds have read - every row dated before the date,
      * plus the first PL-Hist-Through-Count rows on it. A full
      * refresh carries the mark forward unchanged, so cutting one
      * for a new consumer never costs the other consumers a change.
      * Read back to find where the next change feed starts and to
      * list which generations a consumer has missed. 80-byte
      * fixed record.
      ***************************************************************
           05  PL-Generation             pic 9(05).
           05  PL-Publish-Date           pic x(08).
           05  PL-Feed-Type              pic x(01).
               88  PL-Change-Feed        value "C".
               88  PL-Full-Refresh       value "F".
           05  PL-Since-Date             pic x(08).
           05  PL-Hist-Through-Date      pic x(08).
           05  PL-Hist-Through-Count     pic 9(07).
           05  PL-Detail-Count           pic 9(07).
           05  PL-Add-Count              pic 9(05).
           05  PL-Update-Count           pic 9(05).
           05  PL-Delete-Count           pic 9(05).
           05  PL-Refresh-Count          pic 9(05).
           05  filler                    pic x(16).
