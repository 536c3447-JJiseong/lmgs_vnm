      *  Master), and shows each branch's net GL income movement
      *  for the month beside the register figures - when the two
      *  columns disagree, finance knows which register to chase
      *  before trusting the number.  A repayment taken at another
      *  branch's counter books its income legs to the loan's home
      *  branch (REPAYAP1), so the GL column credits the branch
      *  that owns the loan, not the branch that took the cash.
      *
      *  Job-dependency tracking: CALLs BATCTLCK at entry and
      *  finish like the other month-end jobs.
