      *> pharmacy-order.cpy - shared layout for the pharmacy order
      *> file (phorder.dat). Every dose BodySurfaceArea computes -
      *> batch or interactive - is appended here as an 'O' (order)
      *> record instead of being copied by hand from the report,
      *> numbered in poOrderId. PharmacyVerify appends the decision
      *> against the same poOrderId when a second operator with the
      *> pharmacist role verifies and dispenses it ('V') or rejects
      *> it ('R') after recomputing it from PATMAST, the patient's
      *> latest bsahist.dat reading and drug.tab. The file is only
      *> ever appended to, so it is its own record of who ordered
      *> what and who let it through - the latest record for an
      *> order stands, the way approvals.dat works.
      *>   poFormula/poWeight/poHeight/poBSA  the reading and the
      *>             body surface area the dose was computed from
      *>   poDose    the dose as computed, after any renal factor
      *>             and the drug's per-dose cap
      *>   poDoseFlag  the report's flag on the dose line (RENAL,
      *>             CAPPED, NEARCAP, ALLERGY or blank)
      *>   poRenalAdj  'Y' when the renal factor was applied
      *>   poOverrideBy  the clinician who signed an allergy
      *>             override, blank when there was none
      *> On the order poOperator is the ordering operator; on a
      *> decision record it is the pharmacist, and poNote carries a
      *> rejection's reason.
       01 pharmacyOrderRecord.
           02 poRecordType pic X(1).
           02 poOrderId    pic 9(6).
           02 poPatientId  pic X(10).
           02 poDrugCode   pic X(5).
           02 poFormula    pic 9.
           02 poWeight     pic 999V9.
           02 poHeight     pic 999V9.
           02 poBSA        pic 999V99.
           02 poDose       pic 9(5)V99.
           02 poDoseFlag   pic X(7).
           02 poRenalAdj   pic X(1).
           02 poOverrideBy pic X(8).
           02 poOperator   pic X(8).
           02 poDate       pic 9(8).
           02 poTime       pic 9(4).
           02 poNote       pic X(30).
