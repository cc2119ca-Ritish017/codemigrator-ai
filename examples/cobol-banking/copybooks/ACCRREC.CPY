      *>****************************************************
      *> ACCRUAL-RECORD layout for ACCRUAL.DAT, the per-account
      *> accrued-interest ledger, keyed by account number.
      *> INTACCR adds each calendar day's interest to
      *> ACR-ACCRUED, a weekend or holiday's with the business
      *> date before it (ACR-LAST-DATE is the last day accrued
      *> and guards against a double accrual); INTPOST
      *> credits the accumulated bucket to the account at
      *> month end and zeroes it. Accrued at six
      *> decimals so a month of daily fractions rounds to the
      *> cent once, at posting time.
      *>****************************************************
