      *> registration-event.cpy - layout of the inbound registration
      *> feed (adtfeed.dat) the hospital's registration system sends,
      *> one event per line, which RegistrationFeed applies to PATMAST
      *> so a patient no longer has to be keyed into PatientMaint by
      *> hand under an id that may not match the registration's.
      *>   reEventType  'A' admit - a patient new to the clinic
      *>                'U' update - corrected name, birth date or sex
      *>                'M' merge - reMergeFromId was a duplicate
      *>                    registration of rePatientId: it is retired
      *>                    and its readings, dose totals and allergies
      *>                    move across to rePatientId
      *> On an update a blank name, a blank or zero birth date or a
      *> space sex leaves that detail as PATMAST has it; an admit
      *> must carry all three. reEventDate/reEventTime are when the
      *> registration system raised the event - they are carried to
      *> the reject file for the clinic clerk and not applied.
       01 registrationEvent.
           02 reEventType    pic X(1).
           02 rePatientId    pic X(10).
           02 reName         pic X(20).
           02 reBirthDate    pic 9(8).
           02 reBirthDateText redefines reBirthDate pic X(8).
           02 reSex          pic X(1).
           02 reMergeFromId  pic X(10).
           02 reEventDate    pic 9(8).
           02 reEventTime    pic 9(4).
