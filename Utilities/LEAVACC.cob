      *    cols 1-3  minimum completed service years
      *    col  4    blank
      *    cols 5-7  hours granted per accrual period
      *    col  8    blank
      *    cols 9-11 carryover cap hours (read by LVYRCLOS only)
      *
      * The highest tier whose minimum is met wins.  With no file
      * the three standing tiers are built in: 8 hours, 10 at five
