               88  CMS-CHANGE-PENDED       VALUE '04'.
               88  CMS-BATCH-IN-PROGRESS   VALUE '05'.
               88  CMS-WATCH-REFUSED       VALUE '06'.
               88  CMS-INVALID-TAX-ID      VALUE '07'.
               88  CMS-SYSTEM-ERROR        VALUE '99'.
           05  CMS-RESPONSE-MESSAGE        PIC X(50).
