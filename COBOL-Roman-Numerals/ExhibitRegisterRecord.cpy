*> Exhibit register entry, one per exhibit registered against a
*> matter. ER-RegisterId is the permanent identity the label history
*> hangs from; an exhibit is otherwise addressed by matter and its
*> current label, held as the Arabic exhibit number (the Roman label
*> is always rendered from it through ArabicToRoman). ER-AssignedNumber
*> is the label the exhibit was first given; ER-CurrentNumber follows
*> it through every renumbering taken from ExhibitRenumberMap.dat.
01 ExhibitRegisterRecord.
    02 ER-Matter         pic x(10).
    02 filler            pic x.
    02 ER-RegisterId     pic 9(5).
    02 filler            pic x.
    02 ER-AssignedNumber pic 9(5).
    02 filler            pic x.
    02 ER-CurrentNumber  pic 9(5).
    02 filler            pic x.
    02 ER-Status         pic x(9).
        88 ExhibitIsReserved  value "RESERVED".
        88 ExhibitIsFiled     value "FILED".
        88 ExhibitIsWithdrawn value "WITHDRAWN".
    02 filler            pic x.
    02 ER-DateAssigned   pic 9(8).
    02 filler            pic x.
    02 ER-Drafter        pic x(20).
    02 filler            pic x.
    02 ER-Filing         pic x(10).
    02 filler            pic x.
    02 ER-Description    pic x(60).
