      *  HHMM + a 4-digit sequence within the run, e.g.
      *  MC26082121450001 - the time keeps a same-day rerun or
      *  restart from reissuing the references of the run before it.
      *  FEEDCHK raises its MISSING-feed tickets (type FEEDARRIVL,
      *  reason MISS, no records behind them) with an FC prefix in
      *  place of MC, so the two never collide.
      *
      *  The carried-forward ticket register TKTREG shares this
      *  layout as an indexed file keyed on TKT-REFERENCE, so an
