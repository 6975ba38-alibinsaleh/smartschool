      *> can carry several contacts. G-EMERGENCY-FLAG marks the contact
      *> to call first ('Y'). Used by guardian_maintenance and
      *> student_maintenance so both programs describe the guardians
      *> file the same way. For children linked into a family the
      *> contacts are held once under the family's FAM-ID in place of
      *> a student number (see FAMILY.CPY).
      *>---------------------------------------------------------------
       01   GREC.
            05   G-KEY.
