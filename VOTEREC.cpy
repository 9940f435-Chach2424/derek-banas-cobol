      *>-----------------------------------------------------------
      *> VOTEREC - shared voter registration record layout
      *> (voters.dat).
      *>
      *> Included at level 05 so it can be embedded directly under
      *> any 01- through 04-level group, the same convention as
      *> CUSTREC. October 15th 2026 - split out of VOTERBAT and
      *> VOTERMNT when the registration gained the voter's residence
      *> address and the precinct it falls in (000 - no precinct
      *> assigned yet), for the poll books POLLBOOK prints. VOTERMNT
      *> assigns the precinct off the street ranges on precinct.dat.
      *> A record from before the address was kept reads with the
      *> address blank and is treated as house number and precinct
      *> zero until VOTERMNT next changes it.
      *> October 15th 2026 - added the list-maintenance status: the
      *> date VOTERMNT registered the voter, and VR-Status - active,
      *> confirmation notice sent (VOTELIST found no participation on
      *> votehist.dat over the VOTEMISS most recent elections; the
      *> notice date and the respond-by date it gave are kept), or
      *> inactive (no response or vote by the respond-by date).
      *> Inactive voters stay registered but are left out of the
      *> count reported to the state. A record from before the
      *> status was kept reads blank and counts as active, with no
      *> registration date (registered before any election on file).
      *> October 15th 2026 - added VR-Confirmed-On, the date VOTERMNT
      *> last restored the voter to active (the notice came back
      *> confirmed, or they re-registered at the counter); VOTELIST
      *> sends no new notice for elections missed before it. Zero, or
      *> blank on an older record, when never restored.
      *>-----------------------------------------------------------
       05 VR-ID   PIC 9(6).
       05 VR-Name PIC X(30).
       05 VR-DOB.
           10 VR-MOB     PIC 99.
           10 VR-DOB-Day PIC 99.
           10 VR-YOB     PIC 9(4).
       05 VR-Residence.
           10 VR-House-No PIC 9(5).
           10 VR-Street   PIC X(20).
           10 VR-City     PIC X(15).
           10 VR-Zip      PIC X(5).
       05 VR-Precinct PIC 9(3).
       05 VR-Status PIC X.
           88 VR-Active          VALUES 'A' ' '.
           88 VR-Confirm-Pending VALUE 'C'.
           88 VR-Inactive        VALUE 'I'.
       05 VR-Registered-On PIC 9(8).
       05 VR-Notice-Date   PIC 9(8).
       05 VR-Respond-By    PIC 9(8).
       05 VR-Confirmed-On  PIC 9(8).
