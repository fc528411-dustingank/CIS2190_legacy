      *> the operator's role, password, and the date the password
      *> was last set. Roles rank upward: 'I' inquiry, 'P' posting,
      *> 'M' maintenance, 'S' supervisor; a blank role reads as
      *> inquiry. 'R' pharmacist stands off the ladder: it is the
      *> role PharmacyVerify asks for, and ranks as inquiry
      *> everywhere else. A blank password signs on without one (the
      *> pre-password rows), and a dated password older than the
      *> aging window forces a change at sign-on. Maintained as a
      *> plain file alongside loanrate.tab; read by CalcMenu's
