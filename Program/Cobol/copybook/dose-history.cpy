      *> dose-history.cpy - shared layout for the cumulative
      *> lifetime dose file (dosehist.dat), one record per patient
      *> and drug carrying every milligram ever dosed across runs.
      *> BodySurfaceArea loads it before dosing and refuses any
      *> dose that would breach the drug's lifetime cap; a computed
      *> dose is only a pharmacy order until PharmacyVerify
      *> verifies and dispenses it, and only then is it added here
      *> - the adding-up across runs that nobody was doing.
       01 doseHistoryRecord.
           02 dhPatientId pic X(10).
           02 dhDrugCode  pic X(5).
