      *  Copybook.....: STRSCR
      *  Description..: Record layout for the STRSCEN stress
      *  scenario table read by CALCSTRS. One record names one
      *  scenario and its year-by-year rate shock pattern: the
      *  shock for each of the first ten projection years, in
      *  percentage points added to the account's yearly rate (a
      *  fall is keyed negative). Years past the tenth, and any
      *  shock left blank, run at the unshocked rate, so "down two
      *  points for three years then recover" is three shocks of
      *  -2.0 and nothing else.
       01  strscen-record.
           05  ss-scenario-code            pic x(04).
           05  ss-scenario-name            pic x(30).
           05  ss-rate-shocks.
               10  ss-rate-shock           pic s99v9
                                           sign leading separate
                                           occurs 10 times.
           05  ss-shock-slots redefines ss-rate-shocks.
               10  ss-shock-slot           pic x(04)
                                           occurs 10 times.
           05  filler                      pic x(06).
