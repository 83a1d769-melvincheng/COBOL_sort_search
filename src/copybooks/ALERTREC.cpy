      *>   0016  distribution shape drifted beyond threshold (driftReport)
      *>   0017  window-start preflight failed a state file (preflight)
      *>   0018  queued job still waiting past its run-by time (MAIN)
      *>   0019  GL batch refused, out of balance or unrated (glExtract)
      *>   0020  branch trial balance out of agreement (tbRecon)
      *>   0021  operator not authorized for a program or action (authCheck)
      *>   0022  audit trail check chain broken (chainVerify)
      *>   0023  report late or missing past its delivery deadline (deliveryTrack)
      *>   0024  partner transmission refused, input failed its envelope or a
      *>         value did not fit the partner's layout (partnerFormat)
      *>   0025  band sort step failed, or its count disagrees with
      *>         BANDCNTL (bandStream)
      *>   0026  band sort step overran its time limit (bandStream)
      *>   0027  record master and saved array out of agreement (masterRecon)
      *>   0028  published output not acknowledged by a registered consumer
      *>         by its cutoff (receiptCheck)
      *>   0029  consumer acknowledged an older run identifier than the one
      *>         published (receiptCheck)
      *>   0030  record-array key conflicts left unsettled, load held
      *>         (keyConflict)
01 operator-alert-detail.
	05 oa-date pic 9(8).
	05 filler pic x(1) value space.
