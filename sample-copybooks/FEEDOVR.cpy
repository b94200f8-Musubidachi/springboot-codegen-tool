      ******************************************************************
      * FEED OVERRIDE RECORD
      * File:    FEEDOVR.DAT  (line sequential, appended by operations)
      * Used by: FEEDMON
      *
      * One line per release operations grant for a held chain:
      * the run date it applies to, the feed it releases (*ALL
      * releases every feed that night), who granted it and why.
      * An override only ever applies to its own run date, so the
      * file needs no clearing; NIGHTRUN logs every one it uses.
      ******************************************************************
       01  FEED-OVR-RECORD.
           05  FO-RUN-DATE                 PIC 9(8).
           05  FO-FEED-NAME                PIC X(8).
           05  FO-OPERATOR                 PIC X(8).
           05  FO-REASON                   PIC X(40).
