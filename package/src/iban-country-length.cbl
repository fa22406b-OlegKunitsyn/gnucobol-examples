*> The table itself lives in resources/iban-country-lengths.txt (one
*> "CCnn" line per country: 2-letter code, 2-digit IBAN length) so it
*> can be kept current with SWIFT's published revisions without a
*> recompile. It is read once per run and cached here. The country's
*> name follows from column 6 for the reports that print it
*> (cross-border-stats); only the first four columns matter here.
*>
*> @param l-country-code 2-letter ISO country code
*> @param l-length expected IBAN length for that country (by reference)
data division.
file section.
fd country-table.
    01 country-line pic x(40).
working-storage section.
    01 table-status pic x(2).
        88 table-ok value "00".
