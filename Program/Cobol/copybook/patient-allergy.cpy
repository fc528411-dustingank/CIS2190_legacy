      *> patient-allergy.cpy - shared record layout for PATALRG, the
      *> indexed patient allergy file: one record per patient and
      *> allergen, keyed by pmPatientId followed by the allergen so
      *> a START on the patient id walks every allergy the patient
      *> has on file. PatientMaint records and removes them; the
      *> BodySurfaceArea dose paths read them before any dose.
      *> paAllergen holds either a drug code off drug.tab or a drug
      *> class as drug.tab's class column names it - an allergy to
      *> the class refuses every drug in it.
      *> paSeverity: 'M' mild, 'O' moderate, 'S' severe.
      *> paRecorded (yyyymmdd) is the day the allergy was recorded.
       01 patientAllergyRecord.
           02 paKey.
               03 paPatientId pic X(10).
               03 paAllergen  pic X(8).
           02 paSeverity  pic X(1).
           02 paRecorded  pic 9(8).
           02 paReaction  pic X(20).
