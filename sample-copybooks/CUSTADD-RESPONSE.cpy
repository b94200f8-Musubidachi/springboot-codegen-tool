                   88  CAS-INVALID-ADDRESS      VALUE '03'.
                   88  CAS-DUPLICATE-SUSPECT    VALUE '04'.
                   88  CAS-BATCH-IN-PROGRESS    VALUE '05'.
                   88  CAS-INVALID-TAX-ID       VALUE '06'.
                   88  CAS-SYSTEM-ERROR         VALUE '99'.
               10  CAS-RESPONSE-MESSAGE    PIC X(50).
               10  CAS-RESPONSE-TIMESTAMP  PIC 9(14).
