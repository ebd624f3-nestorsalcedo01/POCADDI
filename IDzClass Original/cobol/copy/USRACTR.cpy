      *---------------------------------------------------------------
      *   One record on the USRACT normalized user activity file,
      *   written by USRAUD1 for every user action it pulls from the
      *   catalog, NACT, POT and FRIENDZ change trails.  Whatever
      *   the source, the record carries who did what to which key
      *   and when, so the activity of one user id can be followed
      *   across all of the systems at once.
      *
      *   ACT-OFF-HOURS is W (weekend), E (before business hours)
      *   or L (after business hours), space when inside them.
      *   ACT-OFF-ROSTER is Y when the user id is not on the SECROST
      *   security roster; system ids (leading '*') are never
      *   flagged.
      *---------------------------------------------------------------
       01  USRACT-RECORD.
           05  ACT-USERID              PIC X(8).
           05  ACT-SYSTEM              PIC X(8).
           05  ACT-SOURCE              PIC X(8).
           05  ACT-ACTION              PIC X(8).
           05  ACT-KEY                 PIC X(24).
           05  ACT-DATE                PIC 9(8).
           05  ACT-TIME                PIC 9(6).
           05  ACT-OFF-HOURS           PIC X.
               88  ACT-WEEKEND             VALUE 'W'.
               88  ACT-BEFORE-HOURS        VALUE 'E'.
               88  ACT-AFTER-HOURS         VALUE 'L'.
           05  ACT-OFF-ROSTER          PIC X.
               88  ACT-NOT-ON-ROSTER       VALUE 'Y'.
           05  FILLER                  PIC X(8).
