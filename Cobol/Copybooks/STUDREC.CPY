      *>         set with F-STATUS "L" and cleared on return.
      *>         PRGW0125's sweep flags leaves past this date for
      *>         follow-up.  SPACES otherwise.
           05  F-CATALOG-YEAR      PIC X(4).
      *>         Catalog year (YYYY, the fall the academic year
      *>         begins) the student declared F-PROGRAM under, set
      *>         by PRGI0002/PRGU0003 when the program is recorded.
      *>         The degree audit holds the student to that year's
      *>         requirements on degree-programs.txt.  SPACES for a
      *>         student who declared before catalog years were
      *>         kept - audited against the program's oldest set.
