      *                          with a duplicate following) completes
      *                          with status "02", which is success,
      *                          not an error.
      * 2026-10-15 mnt           Added Record-Locked ("51") for the
      *                          interactive customer maintenance,
      *                          which reads for update with a lock
      *                          and must tell the clerk when
      *                          another clerk holds the record.
      *
      **********************************************************
           12 WS-:tag:-Status            pic x(2).
              88 WS-:tag:-Duplicate-Key  value "22".
              88 WS-:tag:-Not-Found      value "23".
              88 WS-:tag:-File-Not-Found value "35".
              88 WS-:tag:-Record-Locked  value "51".
