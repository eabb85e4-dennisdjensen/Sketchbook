      ******************************************************************
      * Author: Dennis Decker Jensen
      * Date: 15 Oct 2026
      * Purpose: Request area for the LAYVER layout-version module
      *          over the layout version registry
      *          (layout-versions.dat). The long-lived flat files
      *          hold lines written under every width their copybook
      *          has had; the registry lists, per copybook, each
      *          version with its record width and the fields it
      *          added at the tail, each with the start column,
      *          length and the value an older line takes for it.
      *          Operations:
      *            LOAD    fill the version and field tables for
      *                    COPYBOOK; KNOWN says whether the registry
      *                    has it, CURRENT is its newest version
      *            FIT     LINE-VERSION is the version LINE is at:
      *                    the narrowest version whose width holds
      *                    it, or a later one when the fields added
      *                    since already stand at their defaults on
      *                    the line (zero: wider than the newest -
      *                    not a layout we know)
      *            RAISE   as FIT, then LINE brought up to the
      *                    current version, each later field set to
      *                    its default; a line wider than the newest
      *                    is left as it stands
      *          FIT and RAISE work off the tables LOAD filled.
      *          The registry card is pipe delimited:
      *            copybook|version|width|field|start|length|
      *            default|note
      *          (one line on file), one card per field a version
      *          added and one with a blank field for the original
      *          layout, versions in ascending order. DEFAULT is
      *          SPACES, ZEROS or the literal text.
      ******************************************************************
       01  layout-request.
           05  layreq-op               pic X(6).
           05  layreq-copybook         pic X(12).
           05  layreq-known            pic X.
               88  layreq-is-known     value "Y".
           05  layreq-current          pic 9(2).
           05  layreq-version-count    pic 9(2).
           05  layreq-version-entry occurs 10 times.
               10  layreq-version      pic 9(2).
               10  layreq-width        pic 9(4).
               10  layreq-note         pic X(60).
           05  layreq-field-count      pic 9(2).
           05  layreq-field-entry occurs 30 times.
               10  layreq-field-version pic 9(2).
               10  layreq-field-name   pic X(30).
               10  layreq-field-start  pic 9(4).
               10  layreq-field-length pic 9(4).
               10  layreq-field-default pic X(20).
           05  layreq-line             pic X(200).
           05  layreq-line-version     pic 9(2).
