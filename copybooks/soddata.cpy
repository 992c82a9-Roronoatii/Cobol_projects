      *Segregation-of-duties conflict rule.  An operator must not hold
      *both functions of a pair.  The default flag for each function
      *says who holds it when the authority matrix has no rule for
      *the operator: A = every operator, S = supervisors only,
      *G = nobody until granted.
       01 SodRuleRecord.
           02 SodFuncA PIC X(8).
               88 SodRulesEOF VALUE HIGH-VALUE.
           02 FILLER PIC X.
           02 SodDfltA PIC X.
           02 FILLER PIC X.
           02 SodFuncB PIC X(8).
           02 FILLER PIC X.
           02 SodDfltB PIC X.
           02 FILLER PIC X.
           02 SodDesc PIC X(30).
