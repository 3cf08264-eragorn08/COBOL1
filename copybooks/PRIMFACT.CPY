      *> Parameter block for CALL 'primfact'. The caller sets
      *> PF-NUMBER; primfact returns PF-RESULT (same values as
      *> PR-RESULT), PF-FACTORS (same form as PR-FACTORS),
      *> PF-FACTORS-SHORT (the factorization without spaces, e.g.
      *> 2^3x3^2x5, short enough for the audit result) and
      *> PF-NUMBER-TEXT (PF-NUMBER without leading zeros).
       01  PF-PARMS.
           05  PF-NUMBER         PIC 9(9).
           05  PF-RESULT         PIC X(30).
           05  PF-FACTORS        PIC X(60).
           05  PF-FACTORS-SHORT  PIC X(30).
           05  PF-NUMBER-TEXT    PIC X(9).
