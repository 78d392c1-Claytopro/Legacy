*>extract picked up somebody else's population
77 ws-mag-jump-limit picture 9(3)v99 value 25.00.
*>must stay in step with the width limit the check program enforces
77 ws-range-max-width picture 9(9) value 100000000.

77 ws-arg-count picture 9(4) usage is computational.
77 ws-arg-buffer picture x(30) value spaces.
