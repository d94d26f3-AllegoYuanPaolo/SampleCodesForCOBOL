      *> Member desk alert record layout for data/ALERTS.dat, one
      *> row per alert a supervisor raises on a member through
      *> alertMaint -- the sticky notes that used to live on the
      *> monitor. checkAlerts shows every active alert wherever
      *> the member is brought up (checkIn, duesPost, guestPass,
      *> eventRegister, updateIndexed, the kiosk); a blocking type
      *> stops the transaction there. An alert is active from the
      *> day it is raised until it is cleared or its expiry date
      *> (if any) has passed. Cleared rows stay on file.
           01 ALERT-rec.
               02 alertId pic 9(7).
               02 alertMemberId pic 9(7).
               02 alertType pic x.
                   88 alert-note value "N".
                   88 alert-id-required value "I".
                   88 alert-no-checks value "K".
                   88 alert-see-manager value "M".
                   88 alert-blocked value "B".
      *> See the manager first, or no transactions at all: the
      *> desk stops until the alert is cleared.
                   88 alert-blocking values "M" "B".
                   88 alert-type-valid values "N" "I" "K" "M" "B".
               02 alertText pic x(40).
               02 alertRaisedBy pic x(10).
               02 alertRaisedDate pic 9(8).
      *> Zero = no expiry; stays up until cleared.
               02 alertExpiryDate pic 9(8).
               02 alertStatus pic x.
                   88 alert-active value "A".
                   88 alert-cleared value "C".
               02 alertClearedBy pic x(10).
               02 alertClearedDate pic 9(8).
      *> Expansion space reserved when the file was created.
               02 filler pic x(8).
