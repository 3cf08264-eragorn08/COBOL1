      *> Prime results record layout shared by Activity1, prime,
      *> the integrity check and the backup and conversion utilities.
      *> PRIMERES.DAT is keyed by PR-NUMBER (up to nine digits).
      *> PR-RESULT: PRIME, NOT PRIME or NEITHER PRIME NOR COMPOSITE.
      *> PR-FACTORS is the prime factorization, e.g. 2^3 x 3^2 x 5;
      *> for a prime it is the number itself, for 0 and 1 spaces.
      *> prmconv builds it from the retired three-digit layout.
       01  PR-RECORD.
           05  PR-NUMBER         PIC 9(9).
           05  PR-RESULT         PIC X(30).
           05  PR-FACTORS        PIC X(60).
