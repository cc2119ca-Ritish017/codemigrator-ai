      *>****************************************************
      *> WATCH-RECORD layout for WATCHLST.DAT, the government
      *> sanctions watch list as compliance loads it. One
      *> record per listed name; an alias is simply another
      *> record under the same entry id, so a hit on any of a
      *> party's names raises one review for that party.
      *> Address and tax id are blank where the list does not
      *> carry them. Shared by SANCSCRN (nightly screen) and
      *> CUSTOMER (screening at entry) so the layout only has
      *> to change in one place.
      *>****************************************************
       01  WATCH-RECORD.
           05 WL-ENTRY-ID         PIC X(10).
           05 WL-NAME             PIC X(40).
           05 WL-ADDRESS          PIC X(30).
           05 WL-CITY             PIC X(20).
           05 WL-TAX-ID           PIC X(11).
