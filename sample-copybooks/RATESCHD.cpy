      ******************************************************************
      * SCHEDULED RATE CHANGE RECORD
      * File:    RATESCHD.DAT  (indexed, key = RS-SCHED-KEY:
      *          RS-EFFECTIVE-DATE + RS-SCHED-SEQ)
      * Used by: RATECHG (schedules a future-dated account change),
      *          RATEFAN (schedules a future-dated index move),
      *          SCHDRATE (nightly notices, apply and short-notice
      *          report)
      *
      * One record per rate change keyed ahead of its effective
      * date.  An account change (type A) names the account; an
      * index move (type I) names the BASERATE index, and every
      * account linked to it is repriced to index plus spread when
      * it applies.  RS-OLD-RATE is the account's or the index's
      * rate when the change was keyed.  SCHDRATE queues the
      * change-in-terms notices the first night it sees a
      * scheduled change (RS-NOTICE-DATE, RS-NOTICES-QUEUED) and
      * applies it the night its effective date arrives.  The
      * sequence keeps the key unique for changes sharing an
      * effective date; writers probe upward from 00001 until the
      * write lands.  An applied or cancelled change stays on file.
      ******************************************************************
       01  RATE-SCHED-RECORD.
           05  RS-SCHED-KEY.
               10  RS-EFFECTIVE-DATE       PIC 9(8).
               10  RS-SCHED-SEQ            PIC 9(5).
           05  RS-CHANGE-TYPE              PIC X(1).
               88  RS-TYPE-ACCOUNT         VALUE 'A'.
               88  RS-TYPE-INDEX           VALUE 'I'.
           05  RS-ACCOUNT-NUMBER           PIC X(12).
           05  RS-INDEX-CODE               PIC X(4).
           05  RS-OLD-RATE                 PIC 9(2)V9(4).
           05  RS-NEW-RATE                 PIC 9(2)V9(4).
           05  RS-CHANGED-BY               PIC X(8).
           05  RS-APPROVED-BY              PIC X(8).
           05  RS-ENTERED-DATE             PIC 9(8).
           05  RS-SCHED-STATUS             PIC X(1).
               88  RS-STAT-SCHEDULED       VALUE 'S'.
               88  RS-STAT-NOTICED         VALUE 'N'.
               88  RS-STAT-APPLIED         VALUE 'A'.
               88  RS-STAT-CANCELLED       VALUE 'X'.
               88  RS-STAT-OUTSTANDING     VALUES 'S' 'N'.
           05  RS-NOTICE-DATE              PIC 9(8).
           05  RS-NOTICES-QUEUED           PIC 9(5).
           05  RS-APPLIED-DATE             PIC 9(8).
           05  RS-ACCOUNTS-CHANGED         PIC 9(7).
           05  FILLER                      PIC X(20).
