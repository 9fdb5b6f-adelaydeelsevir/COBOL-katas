        88 RosterRoleIsSubstitute value "S".
    02 filler        pic x.
    02 RO-SubForId   pic x(4).
    02 filler        pic x.
    02 RO-LeagueCode pic x(3).
