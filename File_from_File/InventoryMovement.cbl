      *        the master with no movement at all in the            *
      *        month.  Log lines from before the log carried        *
      *        a posting date cannot be dated and are not           *
      *        summarised.  Cycle-count adjustment lines            *
      *        (CC Adj+ / CC Adj-) are not supplier                 *
      *        movement and are left out of the summary.            *
      *                                                            *
      **************************************************************
      *
