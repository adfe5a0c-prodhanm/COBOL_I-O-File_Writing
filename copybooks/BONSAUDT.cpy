      * the master's current figure.  YTDRECON does exactly that
      * replay on demand.
      *
      * AUD-FILLER = 'D' marks the second of the pair BONUS cuts for
      * a payment with an involuntary deduction taken from it: the
      * first record applies the net before the deduction, the 'D'
      * record applies the deduction back off (a negative net, zero
      * gross), so the pair sums to the net actually paid.
      *
      * AUD-FILLER = 'B' marks a BONUSBKO backout: the cycle's
      * amounts taken back off the employee's master.  Its run date
      * is the pay date of the cycle backed out, not the day the
      * backout ran, so the trail for any pay date always nets to
      * what still stands from it.
      *
      * The audit dataset is cumulative - the ongoing writers open
      * it EXTEND and nothing ever rewrites it.  The one exception
      * is YTDCONV, which opens it OUTPUT: the conversion begins
