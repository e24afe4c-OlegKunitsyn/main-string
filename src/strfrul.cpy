      *>*
      *> Caller-supplied equivalence-rule table for strfold.
      *>
      *> COPY this member into the LINKAGE SECTION of strfold as its
      *> optional l-fold-rules parameter, and into the storage of a
      *> caller that cannot let strfold read FOLDTAB itself (a CICS
      *> program may not open a dataset with native file I/O): the
      *> caller fills l-fold-rule with FOLDTAB record images, in
      *> FOLDTAB order and in the FOLDTAB layout described at
      *> strfold, and sets l-fold-rule-count to the number it filled.
      *> Comment and blank images are skipped as they are on FOLDTAB.
      *>*
       01 l-fold-rules.
           05 l-fold-rule-count pic 9(4) usage binary value 0.
           05 l-fold-rule pic x(80) occurs 200 times.
