               02 filler pic x(24) value "data/WAIVERS.dat".
               02 filler pic x(24) value "data/PURGEARCH.dat".
               02 filler pic x(24) value "data/BUDGET.dat".
               02 filler pic x(24) value "data/CLASSES.dat".
               02 filler pic x(24) value "data/CLASSSESS.dat".
               02 filler pic x(24) value "data/CLASSBOOK.dat".
               02 filler pic x(24) value "data/RESOURCES.dat".
               02 filler pic x(24) value "data/RESERVATIONS.dat".
               02 filler pic x(24) value "data/STOCK.dat".
               02 filler pic x(24) value "data/STOCKMOVES.dat".
               02 filler pic x(24) value "data/MANDATES.dat".
               02 filler pic x(24) value "data/DRAFTS.dat".
               02 filler pic x(24) value "data/DEPOSITS.dat".
               02 filler pic x(24) value "data/REFERRALS.dat".
               02 filler pic x(24) value "data/PROMOS.dat".
               02 filler pic x(24) value "data/PROMOUSES.dat".
               02 filler pic x(24) value "data/HOLDS.dat".
               02 filler pic x(24) value "data/CORPACCTS.dat".
               02 filler pic x(24) value "data/CORPLINKS.dat".
               02 filler pic x(24) value "data/INCIDENTS.dat".
               02 filler pic x(24) value "data/EMERGENCY.dat".
               02 filler pic x(24) value "data/PERIODS.dat".
               02 filler pic x(24) value "data/MEMBERPKG.dat".
               02 filler pic x(24) value "data/PKGUSE.dat".
               02 filler pic x(24) value "data/PACKAGES.dat".
               02 filler pic x(24) value "data/CCAUTH.dat".
               02 filler pic x(24) value "data/CHILDCARE.dat".
               02 filler pic x(24) value "data/CARDSHARE.dat".
               02 filler pic x(24) value "data/STAFF.dat".
               02 filler pic x(24) value "data/DISTRIB.dat".
               02 filler pic x(24) value "data/ASSIST.dat".
               02 filler pic x(24) value "data/VISITSUM.dat".
               02 filler pic x(24) value "data/ACCESS.dat".
               02 filler pic x(24) value "data/CLOSURES.dat".
               02 filler pic x(24) value "data/ALERTS.dat".
               02 filler pic x(24) value "data/VOTERS.dat".
               02 filler pic x(24) value "data/BALLOTS.dat".
           01 backup-File-Table redefines backup-File-List.
               02 backupFileEntry pic x(24) occurs 68 times
                   indexed by backupFileIdx.
